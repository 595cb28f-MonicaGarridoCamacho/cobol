       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNPT.                                            00443715
      *    MASTRNPT IS THE REWARDS POINTS LEDGER. MASTRANC IS THE ONLY  00443715
      *    PLACE THAT SEES EVERY AUTHORIZATION PER CONTRACT, SO IT      00443715
      *    WRITES PNTXFILE -- EVERY APPROVED AUTHORIZATION, REFUND,     00443715
      *    CHARGEBACK AND REVERSAL IN BASE CURRENCY -- AND THIS JOB     00443715
      *    TURNS THAT INTO POINTS. AN AUTHORIZATION EARNS AT THE RATE   00443715
      *    EARNFILE GIVES ITS MCC GROUP. A REFUND OR REVERSAL TAKES     00443715
      *    BACK THE POINTS ITS ORIG-TXN-REF EARNED, IN PROPORTION TO    00443715
      *    THE AMOUNT RETURNED. A CHARGEBACK FREEZES WHAT THE           00443715
      *    REFERENCE STILL HOLDS UNTIL MASTRANB CLOSES THE DISPUTE      00443715
      *    CASE, WHEN THE REMAINDER IS RELEASED. THE LEDGER IS          00443715
      *    CARRIED ACROSS CYCLES KEYED BY MAIN-CONT-ID: PLEDIN IS THE   00443715
      *    PRIOR CYCLE'S AND PLEDFILE IS TONIGHT'S, ROLLED FORWARD      00443715
      *    THE SAME WAY CASEIN/CASEFILE ARE. PMOVRPT LISTS EVERY        00443715
      *    POINTS MOVEMENT OF THE NIGHT AND PSTMFILE CARRIES ONE        00443715
      *    MONTH-TO-DATE POINTS LINE PER CONTRACT FOR MASTRANP TO       00443715
      *    PRINT ON THE STATEMENT. RUNS AFTER MASTRANC AND MASTRANB,    00443715
      *    AHEAD OF MASTRANP.                                           00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT PNTXFILE ASSIGN TO PNTXFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PNTXFILE-FILE-STATUS.                        00443715
            SELECT EARNFILE ASSIGN TO EARNFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS EARNFILE-FILE-STATUS.                        00443715
            SELECT CASEFILE ASSIGN TO CASEFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS CASEFILE-FILE-STATUS.                        00443715
            SELECT PLEDIN ASSIGN TO PLEDIN                              00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PLEDIN-FILE-STATUS.                          00443715
            SELECT PLEDFILE ASSIGN TO PLEDFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PLEDFILE-FILE-STATUS.                        00443715
            SELECT PMOVRPT ASSIGN TO PMOVRPT                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PMOVRPT-FILE-STATUS.                         00443715
            SELECT PSTMFILE ASSIGN TO PSTMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PSTMFILE-FILE-STATUS.                        00443715
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
          05 PNTX-SEPARATOR-1      PIC X(1).                            00443715
          05 PNTX-TYPE-CODE        PIC X(2).                            00443715
          05 PNTX-SEPARATOR-2      PIC X(1).                            00443715
          05 PNTX-TXN-REF          PIC X(40).                           00443715
          05 PNTX-SEPARATOR-3      PIC X(1).                            00443715
          05 PNTX-MCC              PIC X(40).                           00443715
          05 PNTX-SEPARATOR-4      PIC X(1).                            00443715
          05 PNTX-PROCESS-DATE     PIC X(8).                            00443715
          05 PNTX-SEPARATOR-5      PIC X(1).                            00443715
          05 PNTX-BASE-AMOUNT      PIC X(17).                           00443715
          05 PNTX-SEPARATOR-6      PIC X(1).                            00443715
          05 PNTX-PRICED           PIC X(1).                            00443715
          05 FILLER                PIC X(41).                           00443715
                                                                        00443715
      *    EARNFILE IS THE OPERATOR-MAINTAINED EARN-RATE TABLE -- ONE   00443715
      *    ROW PER MCC GROUP, GIVING THE MCC RANGE THE GROUP COVERS     00443715
      *    AND THE POINTS EARNED PER ONE UNIT OF BASE CURRENCY. THE     00443715
      *    FIRST ROW WHOSE RANGE HOLDS THE MCC WINS, SO SPECIFIC        00443715
      *    RANGES GO AHEAD OF A CATCH-ALL 0000-9999 ROW. AN MCC NO      00443715
      *    ROW COVERS EARNS NOTHING AND IS LISTED ON PMOVRPT.           00443715
       FD EARNFILE.                                                     00443715
       01 EARN-REC.                                                     00443715
          05 EARN-MCC-LOW          PIC X(4).                            00443715
          05 EARN-SEPARATOR-1      PIC X(1).                            00443715
          05 EARN-MCC-HIGH         PIC X(4).                            00443715
          05 EARN-SEPARATOR-2      PIC X(1).                            00443715
          05 EARN-GROUP            PIC X(10).                           00443715
          05 EARN-SEPARATOR-3      PIC X(1).                            00443715
          05 EARN-POINTS-PER-UNIT  PIC 9(3)V99.                         00443715
                                                                        00443715
      *    CASE-REC IS REPLICATED FROM MASTRANB.CBL. ONLY THE CASES     00443715
      *    MASTRANB CLOSED TONIGHT -- WRITTEN ONCE MORE WITH STATUS     00443715
      *    CLOSED -- MATTER HERE.                                       00443715
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
      *    PLEDIN/PLEDFILE IS THE POINTS LEDGER, IN CONT-ID ORDER. EACH 00443715
      *    CONTRACT HAS ONE BALANCE ROW ('B') FOLLOWED BY ONE ROW PER   00443715
      *    AUTHORIZATION REFERENCE STILL ABLE TO BE TAKEN BACK ('R').   00443715
      *    THE BALANCE ROW HOLDS THE AVAILABLE AND FROZEN POINTS AND    00443715
      *    THE MONTH-TO-DATE FIGURES FOR PSTMFILE. A REFERENCE ROW      00443715
      *    HOLDS WHAT THE AUTHORIZATION EARNED, WHAT HAS BEEN TAKEN     00443715
      *    BACK, ITS BASE AMOUNT (TO PRORATE A PARTIAL REFUND) AND      00443715
      *    WHETHER A CHARGEBACK HAS IT FROZEN. REFERENCE ROWS OLDER     00443715
      *    THAN PARM-AREF-RETENTION-DAYS EXPIRE -- THE SAME HORIZON     00443715
      *    MASTRANC MATCHES NEGATIVES OVER -- UNLESS FROZEN.            00443715
       FD PLEDIN.                                                       00443715
       01 PLEDIN-REC.                                                   00443715
          05 PLIN-CONT-ID          PIC 9(10).                           00443715
          05 PLIN-SEPARATOR-1      PIC X(1).                            00443715
          05 PLIN-REC-TYPE         PIC X(1).                            00443715
             88 PLIN-BALANCE            VALUE 'B'.                      00443715
             88 PLIN-REFERENCE          VALUE 'R'.                      00443715
          05 PLIN-SEPARATOR-2      PIC X(1).                            00443715
          05 PLIN-DATA             PIC X(100).                          00443715
          05 PLIN-BAL-DATA REDEFINES PLIN-DATA.                         00443715
             10 PLIN-PERIOD           PIC X(6).                         00443715
             10 PLIN-SEPARATOR-3      PIC X(1).                         00443715
             10 PLIN-AVAILABLE        PIC 9(11).                        00443715
             10 PLIN-SEPARATOR-4      PIC X(1).                         00443715
             10 PLIN-FROZEN           PIC 9(11).                        00443715
             10 PLIN-SEPARATOR-5      PIC X(1).                         00443715
             10 PLIN-OPENING          PIC 9(11).                        00443715
             10 PLIN-SEPARATOR-6      PIC X(1).                         00443715
             10 PLIN-PER-EARNED       PIC 9(11).                        00443715
             10 PLIN-SEPARATOR-7      PIC X(1).                         00443715
             10 PLIN-PER-TAKEN        PIC 9(11).                        00443715
             10 PLIN-SEPARATOR-8      PIC X(1).                         00443715
             10 PLIN-LIFE-EARNED      PIC 9(11).                        00443715
             10 FILLER                PIC X(22).                        00443715
          05 PLIN-REF-DATA REDEFINES PLIN-DATA.                         00443715
             10 PLIN-TXN-REF          PIC X(40).                        00443715
             10 PLIN-SEPARATOR-9      PIC X(1).                         00443715
             10 PLIN-EARN-DATE        PIC X(8).                         00443715
             10 PLIN-SEPARATOR-10     PIC X(1).                         00443715
             10 PLIN-STATUS           PIC X(1).                         00443715
             10 PLIN-SEPARATOR-11     PIC X(1).                         00443715
             10 PLIN-EARNED           PIC 9(9).                         00443715
             10 PLIN-SEPARATOR-12     PIC X(1).                         00443715
             10 PLIN-TAKEN            PIC 9(9).                         00443715
             10 PLIN-SEPARATOR-13     PIC X(1).                         00443715
             10 PLIN-BASE-AMOUNT      PIC 9(13)V99.                     00443715
             10 FILLER                PIC X(13).                        00443715
                                                                        00443715
       FD PLEDFILE.                                                     00443715
       01 PLED-REC.                                                     00443715
          05 PLED-CONT-ID          PIC 9(10).                           00443715
          05 PLED-SEPARATOR-1      PIC X(1).                            00443715
          05 PLED-REC-TYPE         PIC X(1).                            00443715
          05 PLED-SEPARATOR-2      PIC X(1).                            00443715
          05 PLED-DATA             PIC X(100).                          00443715
          05 PLED-BAL-DATA REDEFINES PLED-DATA.                         00443715
             10 PLED-PERIOD           PIC X(6).                         00443715
             10 PLED-SEPARATOR-3      PIC X(1).                         00443715
             10 PLED-AVAILABLE        PIC 9(11).                        00443715
             10 PLED-SEPARATOR-4      PIC X(1).                         00443715
             10 PLED-FROZEN           PIC 9(11).                        00443715
             10 PLED-SEPARATOR-5      PIC X(1).                         00443715
             10 PLED-OPENING          PIC 9(11).                        00443715
             10 PLED-SEPARATOR-6      PIC X(1).                         00443715
             10 PLED-PER-EARNED       PIC 9(11).                        00443715
             10 PLED-SEPARATOR-7      PIC X(1).                         00443715
             10 PLED-PER-TAKEN        PIC 9(11).                        00443715
             10 PLED-SEPARATOR-8      PIC X(1).                         00443715
             10 PLED-LIFE-EARNED      PIC 9(11).                        00443715
             10 FILLER                PIC X(22).                        00443715
          05 PLED-REF-DATA REDEFINES PLED-DATA.                         00443715
             10 PLED-TXN-REF          PIC X(40).                        00443715
             10 PLED-SEPARATOR-9      PIC X(1).                         00443715
             10 PLED-EARN-DATE        PIC X(8).                         00443715
             10 PLED-SEPARATOR-10     PIC X(1).                         00443715
             10 PLED-STATUS           PIC X(1).                         00443715
             10 PLED-SEPARATOR-11     PIC X(1).                         00443715
             10 PLED-EARNED           PIC 9(9).                         00443715
             10 PLED-SEPARATOR-12     PIC X(1).                         00443715
             10 PLED-TAKEN            PIC 9(9).                         00443715
             10 PLED-SEPARATOR-13     PIC X(1).                         00443715
             10 PLED-BASE-AMOUNT      PIC 9(13)V99.                     00443715
             10 FILLER                PIC X(13).                        00443715
                                                                        00443715
       FD PMOVRPT.                                                      00443715
       01 PMOVRPT-LINE             PIC X(132).                          00443715
                                                                        00443715
      *    PSTMFILE -- ONE ROW PER CONTRACT WITH POINTS, IN CONT-ID     00443715
      *    ORDER, FOR THE CURRENT STATEMENT PERIOD. OPENING PLUS        00443715
      *    EARNED LESS TAKEN BACK IS THE CLOSING BALANCE, OF WHICH      00443715
      *    FROZEN IS HELD AGAINST OPEN DISPUTES.                        00443715
       FD PSTMFILE.                                                     00443715
       01 PSTM-REC.                                                     00443715
          05 PSTM-CONT-ID          PIC 9(10).                           00443715
          05 PSTM-SEPARATOR-1      PIC X(1).                            00443715
          05 PSTM-PERIOD           PIC X(6).                            00443715
          05 PSTM-SEPARATOR-2      PIC X(1).                            00443715
          05 PSTM-OPENING          PIC Z(10)9.                          00443715
          05 PSTM-SEPARATOR-3      PIC X(1).                            00443715
          05 PSTM-EARNED           PIC Z(10)9.                          00443715
          05 PSTM-SEPARATOR-4      PIC X(1).                            00443715
          05 PSTM-TAKEN            PIC Z(10)9.                          00443715
          05 PSTM-SEPARATOR-5      PIC X(1).                            00443715
          05 PSTM-CLOSING          PIC Z(10)9.                          00443715
          05 PSTM-SEPARATOR-6      PIC X(1).                            00443715
          05 PSTM-FROZEN           PIC Z(10)9.                          00443715
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
       01 EARNFILE-FILE-STATUS  PIC X(2).                               00443715
       01 CASEFILE-FILE-STATUS  PIC X(2).                               00443715
       01 PLEDIN-FILE-STATUS    PIC X(2).                               00443715
       01 PLEDFILE-FILE-STATUS  PIC X(2).                               00443715
       01 PMOVRPT-FILE-STATUS   PIC X(2).                               00443715
       01 PSTMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-PARM-READ-OK       PIC 9 VALUE 0.                          00443715
       01 WS-EOF                PIC 9 VALUE 0.                          00443715
       01 WS-CUR-PERIOD         PIC X(6).                               00443715
       01 WS-CUTOFF-NUM         PIC 9(8).                               00443715
       01 WS-CUTOFF-INT         PIC 9(8).                               00443715
       01 WS-CUTOFF-DATE        PIC X(8).                               00443715
      *    WS-EARN-TABLE HOLDS EARNFILE IN FILE ORDER.                  00443715
       01 WS-EARN-USED          PIC 9(3) VALUE ZEROES.                  00443715
       01 WS-EARN-FOUND         PIC 9.                                  00443715
       01 WS-EARN-TABLE.                                                00443715
          05 WS-EARN-ENTRY OCCURS 200 TIMES                             00443715
               INDEXED BY WS-EARN-TABIDX.                               00443715
             10 WS-EARN-MCC-LOW     PIC X(4).                           00443715
             10 WS-EARN-MCC-HIGH    PIC X(4).                           00443715
             10 WS-EARN-GROUP       PIC X(10).                          00443715
             10 WS-EARN-RATE        PIC 9(3)V99.                        00443715
      *    WS-CLOSE-TABLE HOLDS THE DISPUTE CASES MASTRANB CLOSED       00443715
      *    TONIGHT. MASTRANB CARRIES AT MOST 1000 CASES, SO THIS        00443715
      *    CANNOT FILL ON A GOOD CASE FILE.                             00443715
       01 WS-CLOSE-USED         PIC 9(4) VALUE ZEROES.                  00443715
       01 WS-CLOSE-FOUND        PIC 9.                                  00443715
       01 WS-CLOSE-TABLE.                                               00443715
          05 WS-CLOSE-ENTRY OCCURS 1000 TIMES                           00443715
               INDEXED BY WS-CLOSE-TABIDX.                              00443715
             10 WS-CLOSE-REF        PIC X(40).                          00443715
             10 WS-CLOSE-CONT-ID    PIC 9(10).                          00443715
      *    READ-AHEAD STATE FOR THE TWO CONT-ID ORDERED INPUTS.         00443715
       01 WS-PLEDIN-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-PLEDIN-HELD        PIC 9 VALUE 0.                          00443715
       01 WS-PLEDIN-PREV-ID     PIC 9(10) VALUE ZEROES.                 00443715
       01 WS-PNTX-HELD          PIC 9 VALUE 0.                          00443715
       01 WS-PNTX-PREV-ID       PIC 9(10) VALUE ZEROES.                 00443715
       01 WS-CUR-CONT-ID        PIC 9(10).                              00443715
      *    THE CURRENT CONTRACT'S BALANCE ROW.                          00443715
       01 WS-PBAL.                                                      00443715
          05 WS-PBAL-PERIOD        PIC X(6).                            00443715
          05 WS-PBAL-AVAILABLE     PIC 9(11).                           00443715
          05 WS-PBAL-FROZEN        PIC 9(11).                           00443715
          05 WS-PBAL-OPENING       PIC 9(11).                           00443715
          05 WS-PBAL-PER-EARNED    PIC 9(11).                           00443715
          05 WS-PBAL-PER-TAKEN     PIC 9(11).                           00443715
          05 WS-PBAL-LIFE-EARNED   PIC 9(11).                           00443715
      *    WS-PREF-TABLE HOLDS THE CURRENT CONTRACT'S REFERENCE ROWS    00443715
      *    PLUS TONIGHT'S EARNINGS. IF IT EVER FILLS, THE RUN STOPS     00443715
      *    RATHER THAN LOSE POINTS A REFUND MAY NEED TO TAKE BACK.      00443715
       01 WS-PREF-USED          PIC 9(4) VALUE ZEROES.                  00443715
       01 WS-PREF-IDX           PIC 9(4).                               00443715
       01 WS-PREF-FOUND         PIC 9.                                  00443715
       01 WS-PREF-TABLE.                                                00443715
          05 WS-PREF-ENTRY OCCURS 2000 TIMES                            00443715
               INDEXED BY WS-PREF-TABIDX.                               00443715
             10 WS-PREF-REF         PIC X(40).                          00443715
             10 WS-PREF-EARN-DATE   PIC X(8).                           00443715
             10 WS-PREF-STATUS      PIC X(1).                           00443715
                88 WS-PREF-FROZEN        VALUE 'F'.                     00443715
             10 WS-PREF-EARNED      PIC 9(9).                           00443715
             10 WS-PREF-TAKEN       PIC 9(9).                           00443715
             10 WS-PREF-BASE        PIC 9(13)V99.                       00443715
      *    THE MOVEMENT BEING APPLIED.                                  00443715
       01 WS-MOVE-AMOUNT        PIC 9(14)V99.                           00443715
       01 WS-MOVE-POINTS        PIC 9(9).                               00443715
       01 WS-MOVE-REMAINING     PIC 9(9).                               00443715
       01 WS-MOVE-TYPE          PIC X(2).                               00443715
       01 WS-MOVE-REF           PIC X(40).                              00443715
       01 WS-MOVE-GROUP         PIC X(10).                              00443715
       01 WS-MOVE-NOTE          PIC X(24).                              00443715
       01 WS-MOVE-RATE          PIC 9(3)V99.                            00443715
       01 WS-COUNTERS-1.                                                00443715
          05 WS-PLEDIN-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-PNTXFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-CASEFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-CONTRACT-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-PLEDFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-PSTMFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-EXPIRED-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-NO-ORIG-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-NO-RATE-CNTR      PIC 9(9) VALUE ZEROES.                00443715
       01 WS-POINT-TOTALS.                                              00443715
          05 WS-TOT-EARNED        PIC 9(13) VALUE ZEROES.               00443715
          05 WS-TOT-TAKEN         PIC 9(13) VALUE ZEROES.               00443715
          05 WS-TOT-FROZEN        PIC 9(13) VALUE ZEROES.               00443715
          05 WS-TOT-RELEASED      PIC 9(13) VALUE ZEROES.               00443715
       01 WS-PLEDIN-CNTR-EDT    PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-PNTXFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-CONTRACT-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-PLEDFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-PSTMFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-EXPIRED-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-NO-ORIG-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-NO-RATE-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-RPT-HEADER-1.                                              00443715
          05 FILLER              PIC X(33) VALUE                        00443715
            'REWARDS POINTS MOVEMENTS -- DATE '.                        00443715
          05 RPT-HDR-DATE        PIC X(8).                              00443715
       01 WS-RPT-HEADER-2.                                              00443715
          05 FILLER              PIC X(40) VALUE                        00443715
            'CONTRACT   TP REFERENCE                 '.                 00443715
          05 FILLER              PIC X(40) VALUE                        00443715
            'GROUP            BASE AMOUNT      POINTS'.                 00443715
          05 FILLER              PIC X(6) VALUE                         00443715
            ' NOTE'.                                                    00443715
       01 WS-RPT-DETAIL.                                                00443715
          05 RPT-CONT-ID         PIC 9(10).                             00443715
          05 FILLER              PIC X(1) VALUE SPACE.                  00443715
          05 RPT-TYPE            PIC X(2).                              00443715
          05 FILLER              PIC X(1) VALUE SPACE.                  00443715
          05 RPT-REF             PIC X(25).                             00443715
          05 FILLER              PIC X(1) VALUE SPACE.                  00443715
          05 RPT-GROUP           PIC X(10).                             00443715
          05 FILLER              PIC X(1) VALUE SPACE.                  00443715
          05 RPT-AMOUNT          PIC Z(13)9.99.                         00443715
          05 FILLER              PIC X(1) VALUE SPACE.                  00443715
          05 RPT-POINTS          PIC Z(8)9.                             00443715
          05 FILLER              PIC X(2) VALUE SPACES.                 00443715
          05 RPT-NOTE            PIC X(24).                             00443715
       01 WS-RPT-TOTAL.                                                 00443715
          05 RPT-TOT-LABEL       PIC X(24).                             00443715
          05 RPT-TOT-POINTS      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.                 00443715
      *    THE GENERATION REGISTRY'S FIGURES FOR PNTXFILE, CASEFILE,    00443715
      *    PLEDIN AND PLEDFILE -- THE HASH IS THE SUM OF THE CONTRACT   00443715
      *    IDS.                                                         00443715
       01 WS-PNTXFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-CASEFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-PLEDIN-HASH-TOTAL  PIC 9(16)V99 VALUE ZEROES.              00443715
       01 WS-PLEDFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-PNTXFILE-REG       PIC 9 VALUE 0.                          00443715
       01 WS-CASEFILE-REG       PIC 9 VALUE 0.                          00443715
       01 WS-PLEDIN-REG         PIC 9 VALUE 0.                          00443715
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
           PERFORM LOAD-EARN-RATES-PARA                                 00443715
                                                                        00443715
           PERFORM LOAD-CLOSED-CASES-PARA                               00443715
                                                                        00443715
           PERFORM OPEN-LEDGER-PARA                                     00443715
                                                                        00443715
           PERFORM PNTX-READ-PARA                                       00443715
                                                                        00443715
           MOVE PARM-PROCESS-DATE TO RPT-HDR-DATE                       00443715
           WRITE PMOVRPT-LINE FROM WS-RPT-HEADER-1                      00443715
           WRITE PMOVRPT-LINE FROM WS-RPT-HEADER-2                      00443715
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
           MOVE 'MASTRNPT' TO PGAT-JOB-NAME                             00443715
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
           MOVE ZEROES TO PARM-AREF-RETENTION-DAYS                      00443715
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
      *    THE LEDGER'S MONTH-TO-DATE FIGURES AND REFERENCE EXPIRY      00443715
      *    BOTH HANG OFF THE PROCESS DATE.                              00443715
           IF PARM-PROCESS-DATE NOT NUMERIC                             00443715
             DISPLAY 'PARM-PROCESS-DATE MISSING -- POINTS LEDGER '      00443715
                     'CANNOT BE ROLLED'                                 00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'NO PROCESS DATE' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE PARM-PROCESS-DATE (1:6) TO WS-CUR-PERIOD                00443715
                                                                        00443715
           IF PARM-AREF-RETENTION-DAYS NOT NUMERIC                      00443715
              OR PARM-AREF-RETENTION-DAYS = ZEROES                      00443715
             MOVE 90 TO PARM-AREF-RETENTION-DAYS                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE PARM-PROCESS-DATE TO WS-CUTOFF-NUM                      00443715
           COMPUTE WS-CUTOFF-INT =                                      00443715
             FUNCTION INTEGER-OF-DATE (WS-CUTOFF-NUM)                   00443715
             - PARM-AREF-RETENTION-DAYS                                 00443715
           COMPUTE WS-CUTOFF-NUM =                                      00443715
             FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT)                   00443715
           MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE                         00443715
                                                                        00443715
           DISPLAY 'PARM PROCESS DATE = ' PARM-PROCESS-DATE             00443715
           DISPLAY 'PARM AREF RETENTION DAYS = '                        00443715
                   PARM-AREF-RETENTION-DAYS                             00443715
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
           OPEN OUTPUT PLEDFILE                                         00443715
                                                                        00443715
           IF PLEDFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN PLED FILE-STATUS = '  PLEDFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT PMOVRPT                                          00443715
                                                                        00443715
           IF PMOVRPT-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN PMOVRPT FILE-STATUS = '                      00443715
                     PMOVRPT-FILE-STATUS                                00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT PSTMFILE                                         00443715
                                                                        00443715
           IF PSTMFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN PSTM FILE-STATUS = '  PSTMFILE-FILE-STATUS   00443715
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
       LOAD-EARN-RATES-PARA.                                            00443715
      *    WITHOUT THE EARN-RATE TABLE EVERY AUTHORIZATION WOULD EARN   00443715
      *    NOTHING -- THAT IS A FAILED RUN, NOT A QUIET NIGHT.          00443715
           OPEN INPUT EARNFILE                                          00443715
                                                                        00443715
           IF EARNFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN EARN FILE-STATUS = '  EARNFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ EARNFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 IF WS-EARN-USED < 200                                  00443715
                   ADD 1 TO WS-EARN-USED                                00443715
                   MOVE EARN-MCC-LOW                                    00443715
                     TO WS-EARN-MCC-LOW (WS-EARN-USED)                  00443715
                   MOVE EARN-MCC-HIGH                                   00443715
                     TO WS-EARN-MCC-HIGH (WS-EARN-USED)                 00443715
                   MOVE EARN-GROUP                                      00443715
                     TO WS-EARN-GROUP (WS-EARN-USED)                    00443715
                   MOVE EARN-POINTS-PER-UNIT                            00443715
                     TO WS-EARN-RATE (WS-EARN-USED)                     00443715
                 ELSE                                                   00443715
                   DISPLAY 'EARN-RATE TABLE FULL -- GROUP '             00443715
                           EARN-GROUP ' DROPPED'                        00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CLOSE EARNFILE                                               00443715
                                                                        00443715
           DISPLAY 'EARN-RATE GROUPS LOADED = ' WS-EARN-USED            00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOAD-CLOSED-CASES-PARA.                                          00443715
      *    WITH NO CASE FILE NOTHING IS RELEASED TONIGHT -- FROZEN      00443715
      *    POINTS STAY FROZEN UNTIL A LATER CYCLE SEES THE CLOSE.       00443715
           OPEN INPUT CASEFILE                                          00443715
                                                                        00443715
           IF CASEFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'NO CASE FILE -- NO FROZEN POINTS RELEASED'        00443715
           ELSE                                                         00443715
             MOVE 'CASEFILE' TO GREG-DATASET                            00443715
             MOVE 'D'        TO GREG-EXPECT                             00443715
             MOVE 'CASEFILE' TO WS-GREG-INPUT-DD                        00443715
             PERFORM CHECK-INPUT-GENERATION-PARA                        00443715
             IF GREG-RESULT-MATCHED                                     00443715
               MOVE 1 TO WS-CASEFILE-REG                                00443715
             END-IF                                                     00443715
                                                                        00443715
             MOVE 0 TO WS-EOF                                           00443715
             PERFORM UNTIL WS-EOF = 1                                   00443715
               READ CASEFILE                                            00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-EOF                                     00443715
                 NOT AT END                                             00443715
                   ADD 1 TO WS-CASEFILE-CNTR                            00443715
                   ADD CASE-CONT-ID TO WS-CASEFILE-HASH-TOTAL           00443715
                   IF CASE-STATUS = 'CLOSED'                            00443715
                     PERFORM ADD-CLOSED-CASE-PARA                       00443715
                   END-IF                                               00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
                                                                        00443715
             CLOSE CASEFILE                                             00443715
                                                                        00443715
             IF WS-CASEFILE-REG = 1                                     00443715
               MOVE 'CASEFILE'             TO GREG-DATASET              00443715
               MOVE 'D'                    TO GREG-EXPECT               00443715
               MOVE 'CASEFILE'             TO WS-GREG-INPUT-DD          00443715
               MOVE WS-CASEFILE-CNTR       TO GREG-RECORD-CNT           00443715
               MOVE WS-CASEFILE-HASH-TOTAL TO GREG-HASH-TOTAL           00443715
               PERFORM VERIFY-INPUT-GENERATION-PARA                     00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'CASES CLOSED TONIGHT = ' WS-CLOSE-USED              00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ADD-CLOSED-CASE-PARA.                                            00443715
                                                                        00443715
           IF WS-CLOSE-USED < 1000                                      00443715
             ADD 1 TO WS-CLOSE-USED                                     00443715
             MOVE CASE-ORIG-TXN-REF TO WS-CLOSE-REF (WS-CLOSE-USED)     00443715
             MOVE CASE-CONT-ID      TO WS-CLOSE-CONT-ID (WS-CLOSE-USED) 00443715
           ELSE                                                         00443715
             DISPLAY 'CLOSED CASE TABLE FULL -- CANNOT RELEASE '        00443715
                     'EVERY FROZEN BALANCE, RUN FAILED'                 00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'CASE TABLE FULL' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       OPEN-LEDGER-PARA.                                                00443715
                                                                        00443715
           OPEN INPUT PLEDIN                                            00443715
                                                                        00443715
           IF PLEDIN-FILE-STATUS NOT = '00'                             00443715
           THEN                                                         00443715
             DISPLAY 'NO PRIOR POINTS LEDGER -- EVERY CONTRACT '        00443715
                     'STARTS FROM ZERO'                                 00443715
           ELSE                                                         00443715
             MOVE 'PLEDFILE' TO GREG-DATASET                            00443715
             MOVE 'P'        TO GREG-EXPECT                             00443715
             MOVE 'PLEDIN'   TO WS-GREG-INPUT-DD                        00443715
             PERFORM CHECK-INPUT-GENERATION-PARA                        00443715
             IF GREG-RESULT-MATCHED                                     00443715
               MOVE 1 TO WS-PLEDIN-REG                                  00443715
             END-IF                                                     00443715
                                                                        00443715
             MOVE 1 TO WS-PLEDIN-OPEN                                   00443715
             PERFORM PLEDIN-READ-PARA                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       PLEDIN-READ-PARA.                                                00443715
                                                                        00443715
           MOVE 0 TO WS-PLEDIN-HELD                                     00443715
                                                                        00443715
           IF WS-PLEDIN-OPEN = 1                                        00443715
             READ PLEDIN                                                00443715
               AT END                                                   00443715
                 MOVE 0 TO WS-PLEDIN-OPEN                               00443715
                 CLOSE PLEDIN                                           00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-PLEDIN-CNTR                                00443715
                 ADD PLIN-CONT-ID TO WS-PLEDIN-HASH-TOTAL               00443715
                 MOVE 1 TO WS-PLEDIN-HELD                               00443715
                 IF PLIN-CONT-ID < WS-PLEDIN-PREV-ID                    00443715
                   DISPLAY 'PLEDIN OUT OF SEQUENCE AT ' PLIN-CONT-ID    00443715
                   MOVE 1 TO WS-RUN-FAILED                              00443715
                   MOVE 'LEDGER OUT OF SEQUENCE' TO WS-FAIL-REASON      00443715
                   PERFORM END-PROCESS                                  00443715
                 END-IF                                                 00443715
                 MOVE PLIN-CONT-ID TO WS-PLEDIN-PREV-ID                 00443715
             END-READ                                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       PNTX-READ-PARA.                                                  00443715
                                                                        00443715
           MOVE 0 TO WS-PNTX-HELD                                       00443715
                                                                        00443715
           READ PNTXFILE                                                00443715
             AT END                                                     00443715
               CONTINUE                                                 00443715
             NOT AT END                                                 00443715
               ADD 1 TO WS-PNTXFILE-CNTR                                00443715
               ADD PNTX-CONT-ID TO WS-PNTXFILE-HASH-TOTAL               00443715
               MOVE 1 TO WS-PNTX-HELD                                   00443715
               IF PNTX-CONT-ID < WS-PNTX-PREV-ID                        00443715
                 DISPLAY 'PNTXFILE OUT OF SEQUENCE AT ' PNTX-CONT-ID    00443715
                 MOVE 1 TO WS-RUN-FAILED                                00443715
                 MOVE 'PNTXFILE OUT OF SEQUENCE' TO WS-FAIL-REASON      00443715
                 PERFORM END-PROCESS                                    00443715
               END-IF                                                   00443715
               MOVE PNTX-CONT-ID TO WS-PNTX-PREV-ID                     00443715
           END-READ                                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       VERIFY-INPUTS-PARA.                                              00443715
      *    PNTXFILE AND PLEDIN ARE BOTH DRY ONCE THE MERGE ENDS.        00443715
           IF WS-PNTXFILE-REG = 1                                       00443715
             MOVE 'PNTXFILE'             TO GREG-DATASET                00443715
             MOVE 'D'                    TO GREG-EXPECT                 00443715
             MOVE 'PNTXFILE'             TO WS-GREG-INPUT-DD            00443715
             MOVE WS-PNTXFILE-CNTR       TO GREG-RECORD-CNT             00443715
             MOVE WS-PNTXFILE-HASH-TOTAL TO GREG-HASH-TOTAL             00443715
             PERFORM VERIFY-INPUT-GENERATION-PARA                       00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-PLEDIN-REG = 1                                         00443715
             MOVE 'PLEDFILE'             TO GREG-DATASET                00443715
             MOVE 'P'                    TO GREG-EXPECT                 00443715
             MOVE 'PLEDIN'               TO WS-GREG-INPUT-DD            00443715
             MOVE WS-PLEDIN-CNTR         TO GREG-RECORD-CNT             00443715
             MOVE WS-PLEDIN-HASH-TOTAL   TO GREG-HASH-TOTAL             00443715
             PERFORM VERIFY-INPUT-GENERATION-PARA                       00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MAIN-PROCESS.                                                    00443715
      *    A MATCHED MERGE OF THE LEDGER AND TONIGHT'S EXTRACT BY       00443715
      *    CONT-ID -- EACH CONTRACT ON EITHER SIDE IS PROCESSED ONCE.   00443715
           PERFORM UNTIL WS-PLEDIN-HELD = 0 AND WS-PNTX-HELD = 0        00443715
             IF WS-PLEDIN-HELD = 0                                      00443715
               MOVE PNTX-CONT-ID TO WS-CUR-CONT-ID                      00443715
             ELSE                                                       00443715
               IF WS-PNTX-HELD = 0                                      00443715
                  OR PLIN-CONT-ID < PNTX-CONT-ID                        00443715
                 MOVE PLIN-CONT-ID TO WS-CUR-CONT-ID                    00443715
               ELSE                                                     00443715
                 MOVE PNTX-CONT-ID TO WS-CUR-CONT-ID                    00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
                                                                        00443715
             ADD 1 TO WS-CONTRACT-CNTR                                  00443715
                                                                        00443715
             PERFORM LOAD-CONTRACT-PARA                                 00443715
                                                                        00443715
             PERFORM ROLL-PERIOD-PARA                                   00443715
                                                                        00443715
             PERFORM UNTIL WS-PNTX-HELD = 0                             00443715
                        OR PNTX-CONT-ID NOT = WS-CUR-CONT-ID            00443715
               PERFORM APPLY-MOVEMENT-PARA                              00443715
               PERFORM PNTX-READ-PARA                                   00443715
             END-PERFORM                                                00443715
                                                                        00443715
             PERFORM APPLY-CASE-CLOSES-PARA                             00443715
                                                                        00443715
             PERFORM WRITE-CONTRACT-PARA                                00443715
                                                                        00443715
             PERFORM WRITE-POINTS-STATEMENT-PARA                        00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOAD-CONTRACT-PARA.                                              00443715
                                                                        00443715
           INITIALIZE WS-PBAL                                           00443715
           MOVE ZEROES TO WS-PREF-USED                                  00443715
                                                                        00443715
           PERFORM UNTIL WS-PLEDIN-HELD = 0                             00443715
                      OR PLIN-CONT-ID NOT = WS-CUR-CONT-ID              00443715
             IF PLIN-BALANCE                                            00443715
               MOVE PLIN-PERIOD      TO WS-PBAL-PERIOD                  00443715
               MOVE PLIN-AVAILABLE   TO WS-PBAL-AVAILABLE               00443715
               MOVE PLIN-FROZEN      TO WS-PBAL-FROZEN                  00443715
               MOVE PLIN-OPENING     TO WS-PBAL-OPENING                 00443715
               MOVE PLIN-PER-EARNED  TO WS-PBAL-PER-EARNED              00443715
               MOVE PLIN-PER-TAKEN   TO WS-PBAL-PER-TAKEN               00443715
               MOVE PLIN-LIFE-EARNED TO WS-PBAL-LIFE-EARNED             00443715
             ELSE                                                       00443715
               IF WS-PREF-USED < 2000                                   00443715
                 ADD 1 TO WS-PREF-USED                                  00443715
                 MOVE PLIN-TXN-REF     TO WS-PREF-REF (WS-PREF-USED)    00443715
                 MOVE PLIN-EARN-DATE                                    00443715
                   TO WS-PREF-EARN-DATE (WS-PREF-USED)                  00443715
                 MOVE PLIN-STATUS      TO WS-PREF-STATUS (WS-PREF-USED) 00443715
                 MOVE PLIN-EARNED      TO WS-PREF-EARNED (WS-PREF-USED) 00443715
                 MOVE PLIN-TAKEN       TO WS-PREF-TAKEN (WS-PREF-USED)  00443715
                 MOVE PLIN-BASE-AMOUNT TO WS-PREF-BASE (WS-PREF-USED)   00443715
               ELSE                                                     00443715
                 PERFORM REFERENCE-TABLE-FULL-PARA                      00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
             PERFORM PLEDIN-READ-PARA                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       REFERENCE-TABLE-FULL-PARA.                                       00443715
                                                                        00443715
           DISPLAY 'POINTS REFERENCE TABLE FULL FOR CONTRACT '          00443715
                   WS-CUR-CONT-ID ' -- RUN FAILED'                      00443715
           MOVE 1 TO WS-RUN-FAILED                                      00443715
           MOVE 'POINTS REFERENCE TABLE FULL' TO WS-FAIL-REASON         00443715
           PERFORM END-PROCESS                                          00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ROLL-PERIOD-PARA.                                                00443715
      *    THE FIRST RUN OF A NEW STATEMENT PERIOD OPENS THE MONTH AT   00443715
      *    LAST MONTH'S CLOSING BALANCE.                                00443715
           IF WS-PBAL-PERIOD NOT = WS-CUR-PERIOD                        00443715
             COMPUTE WS-PBAL-OPENING =                                  00443715
               WS-PBAL-AVAILABLE + WS-PBAL-FROZEN                       00443715
             MOVE ZEROES        TO WS-PBAL-PER-EARNED                   00443715
             MOVE ZEROES        TO WS-PBAL-PER-TAKEN                    00443715
             MOVE WS-CUR-PERIOD TO WS-PBAL-PERIOD                       00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       APPLY-MOVEMENT-PARA.                                             00443715
                                                                        00443715
           MOVE PNTX-TYPE-CODE TO WS-MOVE-TYPE                          00443715
           MOVE PNTX-TXN-REF   TO WS-MOVE-REF                           00443715
           MOVE SPACES         TO WS-MOVE-GROUP                         00443715
           MOVE ZEROES         TO WS-MOVE-POINTS                        00443715
           COMPUTE WS-MOVE-AMOUNT = FUNCTION NUMVAL (PNTX-BASE-AMOUNT)  00443715
                                                                        00443715
           EVALUATE PNTX-TYPE-CODE                                      00443715
             WHEN 'AU'                                                  00443715
               PERFORM EARN-POINTS-PARA                                 00443715
             WHEN 'RF'                                                  00443715
             WHEN 'RV'                                                  00443715
               PERFORM TAKE-BACK-POINTS-PARA                            00443715
             WHEN 'CB'                                                  00443715
               PERFORM FREEZE-POINTS-PARA                               00443715
             WHEN OTHER                                                 00443715
               MOVE 'UNKNOWN TYPE - IGNORED' TO WS-MOVE-NOTE            00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           PERFORM WRITE-MOVEMENT-LINE-PARA                             00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       EARN-POINTS-PARA.                                                00443715
                                                                        00443715
           PERFORM FIND-REFERENCE-PARA                                  00443715
                                                                        00443715
           IF WS-PREF-FOUND = 1                                         00443715
             MOVE 'ALREADY EARNED' TO WS-MOVE-NOTE                      00443715
           ELSE                                                         00443715
             PERFORM FIND-EARN-RATE-PARA                                00443715
                                                                        00443715
             IF PNTX-PRICED NOT = 'Y'                                   00443715
               MOVE 'UNPRICED - NO POINTS' TO WS-MOVE-NOTE              00443715
             ELSE                                                       00443715
               IF WS-EARN-FOUND = 0                                     00443715
                 ADD 1 TO WS-NO-RATE-CNTR                               00443715
                 MOVE 'NO EARN RATE FOR MCC' TO WS-MOVE-NOTE            00443715
               ELSE                                                     00443715
                 COMPUTE WS-MOVE-POINTS =                               00443715
                   WS-MOVE-AMOUNT * WS-MOVE-RATE                        00443715
                 MOVE 'EARNED' TO WS-MOVE-NOTE                          00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-MOVE-POINTS > 0                                        00443715
             IF WS-PREF-USED < 2000                                     00443715
               ADD 1 TO WS-PREF-USED                                    00443715
               MOVE WS-MOVE-REF       TO WS-PREF-REF (WS-PREF-USED)     00443715
               MOVE PNTX-PROCESS-DATE                                   00443715
                 TO WS-PREF-EARN-DATE (WS-PREF-USED)                    00443715
               MOVE 'A'               TO WS-PREF-STATUS (WS-PREF-USED)  00443715
               MOVE WS-MOVE-POINTS    TO WS-PREF-EARNED (WS-PREF-USED)  00443715
               MOVE ZEROES            TO WS-PREF-TAKEN (WS-PREF-USED)   00443715
               MOVE WS-MOVE-AMOUNT    TO WS-PREF-BASE (WS-PREF-USED)    00443715
             ELSE                                                       00443715
               PERFORM REFERENCE-TABLE-FULL-PARA                        00443715
             END-IF                                                     00443715
                                                                        00443715
             ADD WS-MOVE-POINTS TO WS-PBAL-AVAILABLE                    00443715
             ADD WS-MOVE-POINTS TO WS-PBAL-PER-EARNED                   00443715
             ADD WS-MOVE-POINTS TO WS-PBAL-LIFE-EARNED                  00443715
             ADD WS-MOVE-POINTS TO WS-TOT-EARNED                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FIND-EARN-RATE-PARA.                                             00443715
                                                                        00443715
           MOVE 0 TO WS-EARN-FOUND                                      00443715
           MOVE ZEROES TO WS-MOVE-RATE                                  00443715
                                                                        00443715
           SET WS-EARN-TABIDX TO 1                                      00443715
           IF WS-EARN-USED > 0                                          00443715
             SEARCH WS-EARN-ENTRY                                       00443715
               AT END                                                   00443715
                 CONTINUE                                               00443715
               WHEN WS-EARN-TABIDX > WS-EARN-USED                       00443715
                 CONTINUE                                               00443715
               WHEN PNTX-MCC (1:4)                                      00443715
                      NOT < WS-EARN-MCC-LOW (WS-EARN-TABIDX)            00443715
                AND PNTX-MCC (1:4)                                      00443715
                      NOT > WS-EARN-MCC-HIGH (WS-EARN-TABIDX)           00443715
                 MOVE 1 TO WS-EARN-FOUND                                00443715
                 MOVE WS-EARN-GROUP (WS-EARN-TABIDX) TO WS-MOVE-GROUP   00443715
                 MOVE WS-EARN-RATE (WS-EARN-TABIDX)  TO WS-MOVE-RATE    00443715
             END-SEARCH                                                 00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FIND-REFERENCE-PARA.                                             00443715
                                                                        00443715
           MOVE 0 TO WS-PREF-FOUND                                      00443715
                                                                        00443715
           SET WS-PREF-TABIDX TO 1                                      00443715
           IF WS-PREF-USED > 0                                          00443715
             SEARCH WS-PREF-ENTRY                                       00443715
               AT END                                                   00443715
                 CONTINUE                                               00443715
               WHEN WS-PREF-TABIDX > WS-PREF-USED                       00443715
                 CONTINUE                                               00443715
               WHEN WS-PREF-REF (WS-PREF-TABIDX) = WS-MOVE-REF          00443715
                 MOVE 1 TO WS-PREF-FOUND                                00443715
                 SET WS-PREF-IDX TO WS-PREF-TABIDX                      00443715
                 COMPUTE WS-MOVE-REMAINING =                            00443715
                   WS-PREF-EARNED (WS-PREF-IDX)                         00443715
                   - WS-PREF-TAKEN (WS-PREF-IDX)                        00443715
             END-SEARCH                                                 00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       TAKE-BACK-POINTS-PARA.                                           00443715
      *    A PARTIAL REFUND TAKES BACK ITS SHARE OF WHAT THE ORIGINAL   00443715
      *    EARNED; NOTHING IS EVER TAKEN BACK BEYOND WHAT REMAINS ON    00443715
      *    THE REFERENCE, SO A BALANCE CANNOT GO NEGATIVE.              00443715
           PERFORM FIND-REFERENCE-PARA                                  00443715
                                                                        00443715
           IF WS-PREF-FOUND = 0 OR WS-MOVE-REMAINING = 0                00443715
             ADD 1 TO WS-NO-ORIG-CNTR                                   00443715
             MOVE 'NO POINTS TO TAKE BACK' TO WS-MOVE-NOTE              00443715
           ELSE                                                         00443715
             IF WS-PREF-BASE (WS-PREF-IDX) > 0                          00443715
               COMPUTE WS-MOVE-POINTS =                                 00443715
                 WS-PREF-EARNED (WS-PREF-IDX) * WS-MOVE-AMOUNT          00443715
                 / WS-PREF-BASE (WS-PREF-IDX)                           00443715
                 ON SIZE ERROR                                          00443715
                   MOVE WS-MOVE-REMAINING TO WS-MOVE-POINTS             00443715
               END-COMPUTE                                              00443715
             ELSE                                                       00443715
               MOVE WS-MOVE-REMAINING TO WS-MOVE-POINTS                 00443715
             END-IF                                                     00443715
                                                                        00443715
             IF WS-MOVE-POINTS > WS-MOVE-REMAINING                      00443715
               MOVE WS-MOVE-REMAINING TO WS-MOVE-POINTS                 00443715
             END-IF                                                     00443715
                                                                        00443715
             ADD WS-MOVE-POINTS TO WS-PREF-TAKEN (WS-PREF-IDX)          00443715
             IF WS-PREF-FROZEN (WS-PREF-IDX)                            00443715
               SUBTRACT WS-MOVE-POINTS FROM WS-PBAL-FROZEN              00443715
               MOVE 'TAKEN BACK FROM FROZEN' TO WS-MOVE-NOTE            00443715
             ELSE                                                       00443715
               SUBTRACT WS-MOVE-POINTS FROM WS-PBAL-AVAILABLE           00443715
               MOVE 'TAKEN BACK' TO WS-MOVE-NOTE                        00443715
             END-IF                                                     00443715
             ADD WS-MOVE-POINTS TO WS-PBAL-PER-TAKEN                    00443715
             ADD WS-MOVE-POINTS TO WS-TOT-TAKEN                         00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FREEZE-POINTS-PARA.                                              00443715
      *    A REPRESENTMENT ARRIVES AS ANOTHER CHARGEBACK ON THE SAME    00443715
      *    REFERENCE -- THE POINTS ARE ALREADY FROZEN.                  00443715
           PERFORM FIND-REFERENCE-PARA                                  00443715
                                                                        00443715
           IF WS-PREF-FOUND = 0 OR WS-MOVE-REMAINING = 0                00443715
             ADD 1 TO WS-NO-ORIG-CNTR                                   00443715
             MOVE 'NO POINTS TO FREEZE' TO WS-MOVE-NOTE                 00443715
           ELSE                                                         00443715
             IF WS-PREF-FROZEN (WS-PREF-IDX)                            00443715
               MOVE 'ALREADY FROZEN' TO WS-MOVE-NOTE                    00443715
             ELSE                                                       00443715
               MOVE WS-MOVE-REMAINING TO WS-MOVE-POINTS                 00443715
               MOVE 'F' TO WS-PREF-STATUS (WS-PREF-IDX)                 00443715
               SUBTRACT WS-MOVE-POINTS FROM WS-PBAL-AVAILABLE           00443715
               ADD WS-MOVE-POINTS      TO WS-PBAL-FROZEN                00443715
               ADD WS-MOVE-POINTS      TO WS-TOT-FROZEN                 00443715
               MOVE 'FROZEN PENDING CASE' TO WS-MOVE-NOTE               00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       APPLY-CASE-CLOSES-PARA.                                          00443715
      *    RUN AFTER TONIGHT'S MOVEMENTS, SO A REFUND THAT CLOSED THE   00443715
      *    CASE HAS ALREADY TAKEN ITS POINTS OUT OF THE FROZEN          00443715
      *    BALANCE AND ONLY THE REMAINDER GOES BACK TO AVAILABLE.       00443715
           IF WS-CLOSE-USED > 0                                         00443715
             PERFORM VARYING WS-PREF-IDX FROM 1 BY 1                    00443715
               UNTIL WS-PREF-IDX > WS-PREF-USED                         00443715
               IF WS-PREF-FROZEN (WS-PREF-IDX)                          00443715
                 PERFORM FIND-CLOSED-CASE-PARA                          00443715
                 IF WS-CLOSE-FOUND = 1                                  00443715
                   PERFORM RELEASE-POINTS-PARA                          00443715
                 END-IF                                                 00443715
               END-IF                                                   00443715
             END-PERFORM                                                00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FIND-CLOSED-CASE-PARA.                                           00443715
                                                                        00443715
           MOVE 0 TO WS-CLOSE-FOUND                                     00443715
                                                                        00443715
           SET WS-CLOSE-TABIDX TO 1                                     00443715
           SEARCH WS-CLOSE-ENTRY                                        00443715
             AT END                                                     00443715
               CONTINUE                                                 00443715
             WHEN WS-CLOSE-TABIDX > WS-CLOSE-USED                       00443715
               CONTINUE                                                 00443715
             WHEN WS-CLOSE-REF (WS-CLOSE-TABIDX)                        00443715
                    = WS-PREF-REF (WS-PREF-IDX)                         00443715
              AND WS-CLOSE-CONT-ID (WS-CLOSE-TABIDX) = WS-CUR-CONT-ID   00443715
               MOVE 1 TO WS-CLOSE-FOUND                                 00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       RELEASE-POINTS-PARA.                                             00443715
                                                                        00443715
           COMPUTE WS-MOVE-POINTS =                                     00443715
             WS-PREF-EARNED (WS-PREF-IDX) - WS-PREF-TAKEN (WS-PREF-IDX) 00443715
                                                                        00443715
           MOVE 'A' TO WS-PREF-STATUS (WS-PREF-IDX)                     00443715
           SUBTRACT WS-MOVE-POINTS FROM WS-PBAL-FROZEN                  00443715
           ADD WS-MOVE-POINTS      TO WS-PBAL-AVAILABLE                 00443715
           ADD WS-MOVE-POINTS      TO WS-TOT-RELEASED                   00443715
                                                                        00443715
           MOVE 'CL'                     TO WS-MOVE-TYPE                00443715
           MOVE WS-PREF-REF (WS-PREF-IDX) TO WS-MOVE-REF                00443715
           MOVE SPACES                   TO WS-MOVE-GROUP               00443715
           MOVE ZEROES                   TO WS-MOVE-AMOUNT              00443715
           MOVE 'RELEASED - CASE CLOSED' TO WS-MOVE-NOTE                00443715
           PERFORM WRITE-MOVEMENT-LINE-PARA                             00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-MOVEMENT-LINE-PARA.                                        00443715
                                                                        00443715
           MOVE WS-CUR-CONT-ID TO RPT-CONT-ID                           00443715
           MOVE WS-MOVE-TYPE   TO RPT-TYPE                              00443715
           MOVE WS-MOVE-REF    TO RPT-REF                               00443715
           MOVE WS-MOVE-GROUP  TO RPT-GROUP                             00443715
           MOVE WS-MOVE-AMOUNT TO RPT-AMOUNT                            00443715
           MOVE WS-MOVE-POINTS TO RPT-POINTS                            00443715
           MOVE WS-MOVE-NOTE   TO RPT-NOTE                              00443715
                                                                        00443715
           WRITE PMOVRPT-LINE FROM WS-RPT-DETAIL                        00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-CONTRACT-PARA.                                             00443715
      *    THE BALANCE ROW FIRST, THEN EVERY REFERENCE STILL ABLE TO    00443715
      *    BE TAKEN BACK. A FULLY TAKEN-BACK REFERENCE HAS NOTHING      00443715
      *    LEFT TO HOLD; A FROZEN ONE STAYS WHATEVER ITS AGE.           00443715
      *    A CONTRACT THAT HAS NEVER EARNED A POINT IS NOT CARRIED.     00443715
           IF WS-PBAL-LIFE-EARNED = 0 AND WS-PREF-USED = 0              00443715
             CONTINUE                                                   00443715
           ELSE                                                         00443715
             INITIALIZE PLED-REC                                        00443715
             MOVE WS-CUR-CONT-ID      TO PLED-CONT-ID                   00443715
             MOVE ','                 TO PLED-SEPARATOR-1               00443715
             MOVE 'B'                 TO PLED-REC-TYPE                  00443715
             MOVE ','                 TO PLED-SEPARATOR-2               00443715
             MOVE WS-PBAL-PERIOD      TO PLED-PERIOD                    00443715
             MOVE ','                 TO PLED-SEPARATOR-3               00443715
             MOVE WS-PBAL-AVAILABLE   TO PLED-AVAILABLE                 00443715
             MOVE ','                 TO PLED-SEPARATOR-4               00443715
             MOVE WS-PBAL-FROZEN      TO PLED-FROZEN                    00443715
             MOVE ','                 TO PLED-SEPARATOR-5               00443715
             MOVE WS-PBAL-OPENING     TO PLED-OPENING                   00443715
             MOVE ','                 TO PLED-SEPARATOR-6               00443715
             MOVE WS-PBAL-PER-EARNED  TO PLED-PER-EARNED                00443715
             MOVE ','                 TO PLED-SEPARATOR-7               00443715
             MOVE WS-PBAL-PER-TAKEN   TO PLED-PER-TAKEN                 00443715
             MOVE ','                 TO PLED-SEPARATOR-8               00443715
             MOVE WS-PBAL-LIFE-EARNED TO PLED-LIFE-EARNED               00443715
                                                                        00443715
             WRITE PLED-REC                                             00443715
                                                                        00443715
             ADD 1 TO WS-PLEDFILE-CNTR                                  00443715
             ADD PLED-CONT-ID TO WS-PLEDFILE-HASH-TOTAL                 00443715
                                                                        00443715
             PERFORM VARYING WS-PREF-IDX FROM 1 BY 1                    00443715
               UNTIL WS-PREF-IDX > WS-PREF-USED                         00443715
               IF WS-PREF-TAKEN (WS-PREF-IDX)                           00443715
                    NOT < WS-PREF-EARNED (WS-PREF-IDX)                  00443715
                 CONTINUE                                               00443715
               ELSE                                                     00443715
                 IF WS-PREF-FROZEN (WS-PREF-IDX)                        00443715
                    OR WS-PREF-EARN-DATE (WS-PREF-IDX)                  00443715
                         NOT < WS-CUTOFF-DATE                           00443715
                   PERFORM WRITE-REFERENCE-ROW-PARA                     00443715
                 ELSE                                                   00443715
                   ADD 1 TO WS-EXPIRED-CNTR                             00443715
                 END-IF                                                 00443715
               END-IF                                                   00443715
             END-PERFORM                                                00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-REFERENCE-ROW-PARA.                                        00443715
                                                                        00443715
           INITIALIZE PLED-REC                                          00443715
           MOVE WS-CUR-CONT-ID      TO PLED-CONT-ID                     00443715
           MOVE ','                 TO PLED-SEPARATOR-1                 00443715
           MOVE 'R'                 TO PLED-REC-TYPE                    00443715
           MOVE ','                 TO PLED-SEPARATOR-2                 00443715
           MOVE WS-PREF-REF (WS-PREF-IDX)       TO PLED-TXN-REF         00443715
           MOVE ','                 TO PLED-SEPARATOR-9                 00443715
           MOVE WS-PREF-EARN-DATE (WS-PREF-IDX) TO PLED-EARN-DATE       00443715
           MOVE ','                 TO PLED-SEPARATOR-10                00443715
           MOVE WS-PREF-STATUS (WS-PREF-IDX)    TO PLED-STATUS          00443715
           MOVE ','                 TO PLED-SEPARATOR-11                00443715
           MOVE WS-PREF-EARNED (WS-PREF-IDX)    TO PLED-EARNED          00443715
           MOVE ','                 TO PLED-SEPARATOR-12                00443715
           MOVE WS-PREF-TAKEN (WS-PREF-IDX)     TO PLED-TAKEN           00443715
           MOVE ','                 TO PLED-SEPARATOR-13                00443715
           MOVE WS-PREF-BASE (WS-PREF-IDX)      TO PLED-BASE-AMOUNT     00443715
                                                                        00443715
           WRITE PLED-REC                                               00443715
                                                                        00443715
           ADD 1 TO WS-PLEDFILE-CNTR                                    00443715
           ADD PLED-CONT-ID TO WS-PLEDFILE-HASH-TOTAL                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-POINTS-STATEMENT-PARA.                                     00443715
      *    A CONTRACT WITH NO POINTS AND NO MOVEMENT THIS PERIOD HAS    00443715
      *    NOTHING TO PRINT.                                            00443715
           IF WS-PBAL-OPENING     = 0                                   00443715
              AND WS-PBAL-PER-EARNED = 0                                00443715
              AND WS-PBAL-PER-TAKEN  = 0                                00443715
              AND WS-PBAL-AVAILABLE  = 0                                00443715
              AND WS-PBAL-FROZEN     = 0                                00443715
             CONTINUE                                                   00443715
           ELSE                                                         00443715
             INITIALIZE PSTM-REC                                        00443715
             MOVE WS-CUR-CONT-ID     TO PSTM-CONT-ID                    00443715
             MOVE ','                TO PSTM-SEPARATOR-1                00443715
             MOVE WS-PBAL-PERIOD     TO PSTM-PERIOD                     00443715
             MOVE ','                TO PSTM-SEPARATOR-2                00443715
             MOVE WS-PBAL-OPENING    TO PSTM-OPENING                    00443715
             MOVE ','                TO PSTM-SEPARATOR-3                00443715
             MOVE WS-PBAL-PER-EARNED TO PSTM-EARNED                     00443715
             MOVE ','                TO PSTM-SEPARATOR-4                00443715
             MOVE WS-PBAL-PER-TAKEN  TO PSTM-TAKEN                      00443715
             MOVE ','                TO PSTM-SEPARATOR-5                00443715
             COMPUTE PSTM-CLOSING = WS-PBAL-AVAILABLE + WS-PBAL-FROZEN  00443715
             MOVE ','                TO PSTM-SEPARATOR-6                00443715
             MOVE WS-PBAL-FROZEN     TO PSTM-FROZEN                     00443715
                                                                        00443715
             WRITE PSTM-REC                                             00443715
                                                                        00443715
             ADD 1 TO WS-PSTMFILE-CNTR                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-REPORT-TOTALS-PARA.                                        00443715
                                                                        00443715
           MOVE '  POINTS EARNED       : ' TO RPT-TOT-LABEL             00443715
           MOVE WS-TOT-EARNED TO RPT-TOT-POINTS                         00443715
           WRITE PMOVRPT-LINE FROM WS-RPT-TOTAL                         00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           MOVE '  POINTS TAKEN BACK   : ' TO RPT-TOT-LABEL             00443715
           MOVE WS-TOT-TAKEN TO RPT-TOT-POINTS                          00443715
           WRITE PMOVRPT-LINE FROM WS-RPT-TOTAL                         00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE '  POINTS FROZEN       : ' TO RPT-TOT-LABEL             00443715
           MOVE WS-TOT-FROZEN TO RPT-TOT-POINTS                         00443715
           WRITE PMOVRPT-LINE FROM WS-RPT-TOTAL                         00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE '  POINTS RELEASED     : ' TO RPT-TOT-LABEL             00443715
           MOVE WS-TOT-RELEASED TO RPT-TOT-POINTS                       00443715
           WRITE PMOVRPT-LINE FROM WS-RPT-TOTAL                         00443715
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
           MOVE 'MASTRNPT'        TO GREG-JOB-NAME                      00443715
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
           MOVE 'MASTRNPT'        TO GREG-JOB-NAME                      00443715
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
       REGISTER-PLEDFILE-PARA.                                          00443715
      *    TONIGHT'S PLEDFILE IS TOMORROW'S PLEDIN. A FAILED RUN        00443715
      *    REGISTERS NOTHING.                                           00443715
           MOVE 'R'                    TO GREG-FUNCTION                 00443715
           MOVE 'PLEDFILE'             TO GREG-DATASET                  00443715
           MOVE 'MASTRNPT'             TO GREG-JOB-NAME                 00443715
           MOVE PARM-PROCESS-DATE      TO GREG-PROCESS-DATE             00443715
           MOVE PARM-CYCLE-ID          TO GREG-CYCLE-ID                 00443715
           MOVE WS-PLEDFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-PLEDFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           CALL 'MASTRNGR' USING GREG-LINKAGE                           00443715
           END-CALL                                                     00443715
                                                                        00443715
           IF GREG-RESULT-MATCHED                                       00443715
             DISPLAY 'PLEDFILE GENERATION REGISTERED FOR '              00443715
                     GREG-PROCESS-DATE ' CYCLE ' GREG-CYCLE-ID          00443715
           ELSE                                                         00443715
             DISPLAY 'PLEDFILE GENERATION COULD NOT BE REGISTERED'      00443715
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
           MOVE 'MASTRNPT'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'PNTXFILE'             TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-PNTXFILE-CNTR       TO STAT-CNTR-1                   00443715
           MOVE 'CONTRACTS'            TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-CONTRACT-CNTR       TO STAT-CNTR-2                   00443715
           MOVE 'PSTMFILE'             TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-PSTMFILE-CNTR       TO STAT-CNTR-3                   00443715
           MOVE 'NO ORIGINAL'          TO STAT-CNTR-4-LABEL             00443715
           MOVE WS-NO-ORIG-CNTR        TO STAT-CNTR-4                   00443715
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
             PERFORM WRITE-REPORT-TOTALS-PARA                           00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE WS-PLEDIN-CNTR   TO WS-PLEDIN-CNTR-EDT                  00443715
           MOVE WS-PNTXFILE-CNTR TO WS-PNTXFILE-CNTR-EDT                00443715
           MOVE WS-CONTRACT-CNTR TO WS-CONTRACT-CNTR-EDT                00443715
           MOVE WS-PLEDFILE-CNTR TO WS-PLEDFILE-CNTR-EDT                00443715
           MOVE WS-PSTMFILE-CNTR TO WS-PSTMFILE-CNTR-EDT                00443715
           MOVE WS-EXPIRED-CNTR  TO WS-EXPIRED-CNTR-EDT                 00443715
           MOVE WS-NO-ORIG-CNTR  TO WS-NO-ORIG-CNTR-EDT                 00443715
           MOVE WS-NO-RATE-CNTR  TO WS-NO-RATE-CNTR-EDT                 00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNPT         *'            00443715
           DISPLAY '* PLEDIN        : ' WS-PLEDIN-CNTR-EDT              00443715
                   '         *'                                         00443715
           DISPLAY '* PNTXFILE      : ' WS-PNTXFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* CONTRACTS     : ' WS-CONTRACT-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* PLEDFILE      : ' WS-PLEDFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* PSTMFILE      : ' WS-PSTMFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* EXPIRED REFS  : ' WS-EXPIRED-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* NO ORIGINAL   : ' WS-NO-ORIG-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* NO EARN RATE  : ' WS-NO-RATE-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 0                                         00443715
             PERFORM REGISTER-PLEDFILE-PARA                             00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           CLOSE PNTXFILE.                                              00443715
           CLOSE PLEDFILE.                                              00443715
           CLOSE PMOVRPT.                                               00443715
           CLOSE PSTMFILE.                                              00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNPT.                                           00443715
