       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNSB.                                            00443715
      *    MASTRNSB KEEPS EACH CUSTOMER'S OWN SPENDING BASELINE AND     00443715
      *    SCORES TONIGHT'S SPENDING AGAINST IT. THE HIGH-VALUE ALERT   00443715
      *    USES ONE THRESHOLD FOR EVERYONE AND MASTRNST COMPARES A      00443715
      *    CUSTOMER WITH THE POPULATION, SO NEITHER NOTICES WHEN A      00443715
      *    CUSTOMER WHO SPENDS 40 A DAY SUDDENLY SPENDS 900. THE        00443715
      *    BASELINE IS CARRIED ACROSS CYCLES THE SAME WAY MASTRNFA      00443715
      *    CARRIES ITS HISTORY: SBLNIN IS THE PRIOR CYCLE'S, SBLNFILE   00443715
      *    IS WRITTEN WITH TONIGHT FOLDED IN, ONE ROW PER CONTRACT.     00443715
      *    A ROW HOLDS THE ROLLING MEAN AND SPREAD (STANDARD            00443715
      *    DEVIATION) OF THE TICKET SIZE AND OF THE DAILY SPEND, AND    00443715
      *    THE MCC GROUPS THE CUSTOMER USES, WITH HOW OFTEN.            00443715
      *    TONIGHT'S SPENDING IS MASTRANC'S PNTXFILE -- ITS APPROVED    00443715
      *    AUTHORIZATIONS, IN BASE CURRENCY. THE MCC GROUP COMES FROM   00443715
      *    EARNFILE, THE MCC RANGES MASTRNPT EARNS POINTS BY.           00443715
      *    EVERY AUTHORIZATION IS SCORED AGAINST THE BASELINE AS IT     00443715
      *    STOOD BEFORE TONIGHT, AND ANOMFILE GETS A ROW FOR:           00443715
      *      TICKET      -- A TICKET MORE THAN PARM-BASE-SPREADS        00443715
      *                     SPREADS ABOVE THE CUSTOMER'S MEAN TICKET;   00443715
      *      NEW GROUP   -- A TICKET IN AN MCC GROUP THE CUSTOMER HAS   00443715
      *                     NEVER USED BEFORE TONIGHT;                  00443715
      *      DAILY SPEND -- TONIGHT'S TOTAL THE SAME DISTANCE ABOVE     00443715
      *                     THE CUSTOMER'S MEAN DAILY SPEND.            00443715
      *    A CONTRACT WITH FEWER THAN PARM-BASE-MIN-DAYS NIGHTS OF      00443715
      *    SPENDING BEHIND IT IS NOT SCORED -- ITS BASELINE IS STILL    00443715
      *    BEING BUILT. MASTRANK COUNTS THE ANOMFILE ROWS PER CONTRACT  00443715
      *    AS A SIGNAL IN THE RISK SCORE.                               00443715
      *    RUNS AFTER MASTRANC, AHEAD OF MASTRANK.                      00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT PNTXFILE ASSIGN TO PNTXFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PNTXFILE-FILE-STATUS.                        00443715
            SELECT EARNFILE ASSIGN TO EARNFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS EARNFILE-FILE-STATUS.                        00443715
            SELECT SBLNIN ASSIGN TO SBLNIN                              00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS SBLNIN-FILE-STATUS.                          00443715
            SELECT SBLNFILE ASSIGN TO SBLNFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS SBLNFILE-FILE-STATUS.                        00443715
            SELECT ANOMFILE ASSIGN TO ANOMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS ANOMFILE-FILE-STATUS.                        00443715
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
      *    THE EXTRACT IS DEFINED AND THIS IS ITS MIRROR. THE FILE IS   00443715
      *    IN CONT-ID ORDER.                                            00443715
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
      *    EARN-REC IS REPLICATED FROM MASTRNPT.CBL. ONLY THE MCC RANGE 00443715
      *    AND THE GROUP NAME MATTER HERE; THE FIRST ROW WHOSE RANGE    00443715
      *    HOLDS THE MCC WINS, AS IT DOES FOR MASTRNPT.                 00443715
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
      *    SBLNIN/SBLNFILE ARE THE SPENDING BASELINE -- ONE ROW PER     00443715
      *    CONTRACT IN CONT-ID ORDER. DAY FIGURES COVER THE NIGHTS THE  00443715
      *    CUSTOMER SPENT ON; TICKET FIGURES ITS AUTHORIZATIONS. THE    00443715
      *    COUNTS RUN ON, BUT THE MEANS AND SPREADS ROLL OVER THE LAST  00443715
      *    PARM-BASE-SPAN NIGHTS OR TICKETS. AMOUNTS ARE IN BASE        00443715
      *    CURRENCY. POST-DATE IS THE NIGHT THE ROW WAS WRITTEN.        00443715
       FD SBLNIN.                                                       00443715
       01 SBLNIN-REC.                                                   00443715
          05 SBIN-CONT-ID          PIC 9(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 SBIN-FIRST-DATE       PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 SBIN-POST-DATE        PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 SBIN-LAST-ACT-DATE    PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 SBIN-DAY-CNTR         PIC 9(5).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 SBIN-DAY-MEAN         PIC 9(13)V99.                        00443715
          05 FILLER                PIC X(1).                            00443715
          05 SBIN-DAY-SPREAD       PIC 9(13)V99.                        00443715
          05 FILLER                PIC X(1).                            00443715
          05 SBIN-TKT-CNTR         PIC 9(7).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 SBIN-TKT-MEAN         PIC 9(13)V99.                        00443715
          05 FILLER                PIC X(1).                            00443715
          05 SBIN-TKT-SPREAD       PIC 9(13)V99.                        00443715
          05 FILLER                PIC X(1).                            00443715
          05 SBIN-GROUP-USED       PIC 9(2).                            00443715
          05 SBIN-GROUP OCCURS 12 TIMES.                                00443715
             10 FILLER             PIC X(1).                            00443715
             10 SBIN-GRP-NAME      PIC X(10).                           00443715
             10 FILLER             PIC X(1).                            00443715
             10 SBIN-GRP-CNTR      PIC 9(7).                            00443715
                                                                        00443715
       FD SBLNFILE.                                                     00443715
       01 SBLN-REC.                                                     00443715
          05 SBLN-CONT-ID          PIC 9(10).                           00443715
          05 SBLN-SEPARATOR-1      PIC X(1).                            00443715
          05 SBLN-FIRST-DATE       PIC X(8).                            00443715
          05 SBLN-SEPARATOR-2      PIC X(1).                            00443715
          05 SBLN-POST-DATE        PIC X(8).                            00443715
          05 SBLN-SEPARATOR-3      PIC X(1).                            00443715
          05 SBLN-LAST-ACT-DATE    PIC X(8).                            00443715
          05 SBLN-SEPARATOR-4      PIC X(1).                            00443715
          05 SBLN-DAY-CNTR         PIC 9(5).                            00443715
          05 SBLN-SEPARATOR-5      PIC X(1).                            00443715
          05 SBLN-DAY-MEAN         PIC 9(13)V99.                        00443715
          05 SBLN-SEPARATOR-6      PIC X(1).                            00443715
          05 SBLN-DAY-SPREAD       PIC 9(13)V99.                        00443715
          05 SBLN-SEPARATOR-7      PIC X(1).                            00443715
          05 SBLN-TKT-CNTR         PIC 9(7).                            00443715
          05 SBLN-SEPARATOR-8      PIC X(1).                            00443715
          05 SBLN-TKT-MEAN         PIC 9(13)V99.                        00443715
          05 SBLN-SEPARATOR-9      PIC X(1).                            00443715
          05 SBLN-TKT-SPREAD       PIC 9(13)V99.                        00443715
          05 SBLN-SEPARATOR-10     PIC X(1).                            00443715
          05 SBLN-GROUP-USED       PIC 9(2).                            00443715
          05 SBLN-GROUP OCCURS 12 TIMES.                                00443715
             10 SBLN-GRP-SEPARATOR-1 PIC X(1).                          00443715
             10 SBLN-GRP-NAME      PIC X(10).                           00443715
             10 SBLN-GRP-SEPARATOR-2 PIC X(1).                          00443715
             10 SBLN-GRP-CNTR      PIC 9(7).                            00443715
                                                                        00443715
      *    ANOMFILE IS THE SPENDING ANOMALY EXTRACT -- ONE ROW PER      00443715
      *    AUTHORIZATION OUTSIDE THE CUSTOMER'S BASELINE, AND ONE PER   00443715
      *    CONTRACT WHOSE NIGHT AS A WHOLE WAS (TXN-REF AND GROUP       00443715
      *    BLANK). MEAN AND SPREAD ARE THE BASELINE IT WAS SCORED       00443715
      *    AGAINST; SPREADS IS HOW MANY SPREADS ABOVE THE MEAN THE      00443715
      *    AMOUNT WAS (ZERO FOR A NEW GROUP WITHIN THE USUAL SIZE).     00443715
       FD ANOMFILE.                                                     00443715
       01 ANOM-REC.                                                     00443715
          05 ANOM-CONT-ID          PIC 9(10).                           00443715
          05 ANOM-SEPARATOR-1      PIC X(1).                            00443715
          05 ANOM-PROCESS-DATE     PIC X(8).                            00443715
          05 ANOM-SEPARATOR-2      PIC X(1).                            00443715
          05 ANOM-REASON           PIC X(12).                           00443715
          05 ANOM-SEPARATOR-3      PIC X(1).                            00443715
          05 ANOM-TXN-REF          PIC X(40).                           00443715
          05 ANOM-SEPARATOR-4      PIC X(1).                            00443715
          05 ANOM-MCC              PIC X(4).                            00443715
          05 ANOM-SEPARATOR-5      PIC X(1).                            00443715
          05 ANOM-MCC-GROUP        PIC X(10).                           00443715
          05 ANOM-SEPARATOR-6      PIC X(1).                            00443715
          05 ANOM-AMOUNT           PIC Z(13)9.99.                       00443715
          05 ANOM-SEPARATOR-7      PIC X(1).                            00443715
          05 ANOM-BASE-MEAN        PIC Z(13)9.99.                       00443715
          05 ANOM-SEPARATOR-8      PIC X(1).                            00443715
          05 ANOM-BASE-SPREAD      PIC Z(13)9.99.                       00443715
          05 ANOM-SEPARATOR-9      PIC X(1).                            00443715
          05 ANOM-SPREADS          PIC ZZ9.9.                           00443715
          05 ANOM-SEPARATOR-10     PIC X(1).                            00443715
          05 ANOM-MERCHANT-ID      PIC X(40).                           00443715
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
       01 SBLNIN-FILE-STATUS    PIC X(2).                               00443715
       01 SBLNFILE-FILE-STATUS  PIC X(2).                               00443715
       01 ANOMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-EOF                PIC 9 VALUE 0.                          00443715
      *    MERGE STATE -- EACH INPUT HOLDS ITS NEXT ROW UNTIL THE       00443715
      *    CONTRACT IT BELONGS TO COMES UP.                             00443715
       01 WS-SBIN-OPEN          PIC 9 VALUE 0.                          00443715
       01 WS-SBIN-HELD          PIC 9 VALUE 0.                          00443715
       01 WS-SBIN-PREV-ID       PIC 9(10) VALUE ZEROES.                 00443715
       01 WS-PNTX-OPEN          PIC 9 VALUE 0.                          00443715
       01 WS-PNTX-HELD          PIC 9 VALUE 0.                          00443715
       01 WS-PNTX-PREV-ID       PIC 9(10) VALUE ZEROES.                 00443715
       01 WS-CUR-CONT-ID        PIC 9(10).                              00443715
      *    WS-EARN-TABLE HOLDS EARNFILE IN FILE ORDER. WITHOUT IT, OR   00443715
      *    FOR AN MCC NO ROW COVERS, THE GROUP IS THE MCC ITSELF.       00443715
       01 WS-EARN-USED          PIC 9(3) VALUE ZEROES.                  00443715
       01 WS-EARN-TABLE.                                                00443715
          05 WS-EARN-ENTRY OCCURS 200 TIMES                             00443715
               INDEXED BY WS-EARN-TABIDX.                               00443715
             10 WS-EARN-MCC-LOW     PIC X(4).                           00443715
             10 WS-EARN-MCC-HIGH    PIC X(4).                           00443715
             10 WS-EARN-GROUP       PIC X(10).                          00443715
       01 WS-TXN-GROUP          PIC X(10).                              00443715
       01 WS-TXN-GROUP-MCC REDEFINES WS-TXN-GROUP.                      00443715
          05 WS-TXN-GROUP-PREFIX   PIC X(4).                            00443715
          05 WS-TXN-GROUP-CODE     PIC X(4).                            00443715
          05 FILLER                PIC X(2).                            00443715
      *    THE CURRENT CONTRACT'S BASELINE. THE VARIANCES ARE WORKED    00443715
      *    FROM THE SPREADS ON THE WAY IN AND BACK ON THE WAY OUT.      00443715
       01 WS-BL.                                                        00443715
          05 WS-BL-FIRST-DATE      PIC X(8).                            00443715
          05 WS-BL-LAST-ACT-DATE   PIC X(8).                            00443715
          05 WS-BL-DAY-CNTR        PIC 9(5).                            00443715
          05 WS-BL-DAY-MEAN        PIC 9(13)V99.                        00443715
          05 WS-BL-DAY-SPREAD      PIC 9(13)V99.                        00443715
          05 WS-BL-DAY-VAR         PIC 9(16)V99.                        00443715
          05 WS-BL-TKT-CNTR        PIC 9(7).                            00443715
          05 WS-BL-TKT-MEAN        PIC 9(13)V99.                        00443715
          05 WS-BL-TKT-SPREAD      PIC 9(13)V99.                        00443715
          05 WS-BL-TKT-VAR         PIC 9(16)V99.                        00443715
          05 WS-BL-GROUP-USED      PIC 9(2).                            00443715
          05 WS-BL-GROUP OCCURS 12 TIMES                                00443715
               INDEXED BY WS-BL-GRP-TABIDX.                             00443715
             10 WS-BL-GRP-NAME      PIC X(10).                          00443715
             10 WS-BL-GRP-CNTR      PIC 9(7).                           00443715
             10 WS-BL-GRP-TONIGHT   PIC 9.                              00443715
      *    THE TICKET BASELINE AS IT STOOD BEFORE TONIGHT -- EVERY      00443715
      *    TICKET IS SCORED AGAINST THIS, SO A RUN OF LARGE TICKETS     00443715
      *    CANNOT RAISE ITS OWN BAR AS THE NIGHT GOES ON.               00443715
       01 WS-PRE-TKT-MEAN       PIC 9(13)V99.                           00443715
       01 WS-PRE-TKT-SPREAD     PIC 9(13)V99.                           00443715
       01 WS-SCORED             PIC 9.                                  00443715
       01 WS-GRP-IDX            PIC 9(2).                               00443715
       01 WS-GRP-LOW            PIC 9(2).                               00443715
       01 WS-GRP-FOUND          PIC 9.                                  00443715
       01 WS-NEW-GROUP          PIC 9.                                  00443715
       01 WS-OVER-SIZE          PIC 9.                                  00443715
      *    TONIGHT'S SPENDING FOR THE CURRENT CONTRACT.                 00443715
       01 WS-DAY-TXN-CNTR       PIC 9(7).                               00443715
       01 WS-DAY-TOTAL          PIC 9(15)V99.                           00443715
       01 WS-TXN-AMOUNT         PIC 9(13)V99.                           00443715
      *    ROLLING-FIGURE WORK FIELDS. N IS THE OBSERVATION COUNT,      00443715
      *    HELD AT PARM-BASE-SPAN SO OLD NIGHTS AND TICKETS FADE.       00443715
       01 WS-ROLL-N             PIC 9(7).                               00443715
       01 WS-ROLL-DIFF          PIC S9(15)V99.                          00443715
       01 WS-ROLL-MEAN          PIC 9(13)V99.                           00443715
       01 WS-ROLL-VAR           PIC 9(16)V99.                           00443715
       01 WS-ROLL-X             PIC 9(15)V99.                           00443715
      *    SCORING WORK FIELDS. THE SPREAD A SCORE IS TAKEN OVER IS     00443715
      *    NEVER LESS THAN A QUARTER OF THE MEAN -- A CUSTOMER WHO      00443715
      *    ALWAYS SPENDS THE SAME WOULD OTHERWISE BE FLAGGED FOR ANY    00443715
      *    CHANGE AT ALL.                                               00443715
       01 WS-SCORE-MEAN         PIC 9(13)V99.                           00443715
       01 WS-SCORE-SPREAD       PIC 9(13)V99.                           00443715
       01 WS-SCORE-X            PIC 9(15)V99.                           00443715
       01 WS-SCORE-LIMIT        PIC 9(15)V99.                           00443715
       01 WS-SCORE-SPREADS      PIC 9(7)V9.                             00443715
       01 WS-ANOM-REASON        PIC X(12).                              00443715
       01 WS-COUNTERS-1.                                                00443715
          05 WS-PNTXFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-AUTH-CNTR         PIC 9(9) VALUE ZEROES.                00443715
          05 WS-UNPRICED-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-SBLNIN-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-NEW-BASE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-SBLNFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-SCORED-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-EXEMPT-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-ANOMFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-TICKET-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-NEWGRP-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DAILY-CNTR        PIC 9(9) VALUE ZEROES.                00443715
          05 WS-GRP-DROP-CNTR     PIC 9(9) VALUE ZEROES.                00443715
       01 WS-PNTXFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-AUTH-CNTR-EDT      PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-SBLNIN-CNTR-EDT    PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-NEW-BASE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-SBLNFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-SCORED-CNTR-EDT    PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-EXEMPT-CNTR-EDT    PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-ANOMFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-TICKET-CNTR-EDT    PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-NEWGRP-CNTR-EDT    PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-DAILY-CNTR-EDT     PIC ZZZ,ZZZ,ZZ9.                        00443715
      *    THE GENERATION REGISTRY'S FIGURES FOR PNTXFILE, SBLNIN AND   00443715
      *    SBLNFILE -- THE HASH IS THE SUM OF THE CONTRACT IDS.         00443715
       01 WS-PNTXFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-SBLNIN-HASH-TOTAL  PIC 9(16)V99 VALUE ZEROES.              00443715
       01 WS-SBLNFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-PNTXFILE-REG       PIC 9 VALUE 0.                          00443715
       01 WS-SBLNIN-REG         PIC 9 VALUE 0.                          00443715
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
           PERFORM LOAD-MCC-GROUPS-PARA                                 00443715
                                                                        00443715
           PERFORM OPEN-PRIOR-BASELINE-PARA                             00443715
                                                                        00443715
           PERFORM PNTX-READ-PARA                                       00443715
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
           MOVE 'MASTRNSB' TO PGAT-JOB-NAME                             00443715
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
           MOVE ZEROES TO PARM-BASE-MIN-DAYS                            00443715
           MOVE ZEROES TO PARM-BASE-SPAN                                00443715
           MOVE ZEROES TO PARM-BASE-SPREADS                             00443715
           MOVE ZEROES TO PARM-BASE-MIN-AMOUNT                          00443715
                                                                        00443715
           OPEN INPUT PARMFILE                                          00443715
                                                                        00443715
           IF PARMFILE-FILE-STATUS = '00'                               00443715
           THEN                                                         00443715
             READ PARMFILE                                              00443715
               AT END                                                   00443715
                 CONTINUE                                               00443715
             END-READ                                                   00443715
                                                                        00443715
             CLOSE PARMFILE                                             00443715
           END-IF                                                       00443715
                                                                        00443715
      *    EVERY BASELINE ROW IS STAMPED WITH ITS NIGHT -- THE RERUN    00443715
      *    CHECK CANNOT BE MADE WITHOUT ONE.                            00443715
           IF PARM-PROCESS-DATE NOT NUMERIC                             00443715
             DISPLAY 'PARM-PROCESS-DATE MISSING -- BASELINE CANNOT '    00443715
                     'BE DATED'                                         00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'NO PROCESS DATE' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-BASE-MIN-DAYS NOT NUMERIC                            00443715
              OR PARM-BASE-MIN-DAYS = ZEROES                            00443715
             MOVE 10 TO PARM-BASE-MIN-DAYS                              00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-BASE-SPAN NOT NUMERIC                                00443715
              OR PARM-BASE-SPAN = ZEROES                                00443715
             MOVE 30 TO PARM-BASE-SPAN                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-BASE-SPREADS NOT NUMERIC                             00443715
              OR PARM-BASE-SPREADS = ZEROES                             00443715
             MOVE 3.0 TO PARM-BASE-SPREADS                              00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-BASE-MIN-AMOUNT NOT NUMERIC                          00443715
              OR PARM-BASE-MIN-AMOUNT = ZEROES                          00443715
             MOVE 100.00 TO PARM-BASE-MIN-AMOUNT                        00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'PARM PROCESS DATE = ' PARM-PROCESS-DATE             00443715
           DISPLAY 'PARM BASE MIN DAYS = ' PARM-BASE-MIN-DAYS           00443715
           DISPLAY 'PARM BASE SPAN = ' PARM-BASE-SPAN                   00443715
           DISPLAY 'PARM BASE SPREADS = ' PARM-BASE-SPREADS             00443715
           DISPLAY 'PARM BASE MIN AMOUNT = ' PARM-BASE-MIN-AMOUNT       00443715
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
           MOVE 1 TO WS-PNTX-OPEN                                       00443715
                                                                        00443715
           MOVE 'PNTXFILE' TO GREG-DATASET                              00443715
           MOVE 'D'        TO GREG-EXPECT                               00443715
           MOVE 'PNTXFILE' TO WS-GREG-INPUT-DD                          00443715
           PERFORM CHECK-INPUT-GENERATION-PARA                          00443715
           IF GREG-RESULT-MATCHED                                       00443715
             MOVE 1 TO WS-PNTXFILE-REG                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT SBLNFILE                                         00443715
                                                                        00443715
           IF SBLNFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN SBLN FILE-STATUS = '  SBLNFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT ANOMFILE                                         00443715
                                                                        00443715
           IF ANOMFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN ANOM FILE-STATUS = '  ANOMFILE-FILE-STATUS   00443715
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
       LOAD-MCC-GROUPS-PARA.                                            00443715
      *    WITHOUT EARNFILE EVERY MCC IS ITS OWN GROUP -- THE NEW-GROUP 00443715
      *    TEST IS STRICTER BUT STILL MEANINGFUL, SO THE RUN GOES ON.   00443715
           OPEN INPUT EARNFILE                                          00443715
                                                                        00443715
           IF EARNFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'NO EARN-RATE FILE -- EACH MCC IS ITS OWN GROUP'   00443715
           ELSE                                                         00443715
             MOVE 0 TO WS-EOF                                           00443715
             PERFORM UNTIL WS-EOF = 1                                   00443715
               READ EARNFILE                                            00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-EOF                                     00443715
                 NOT AT END                                             00443715
                   IF WS-EARN-USED < 200                                00443715
                     ADD 1 TO WS-EARN-USED                              00443715
                     MOVE EARN-MCC-LOW                                  00443715
                       TO WS-EARN-MCC-LOW (WS-EARN-USED)                00443715
                     MOVE EARN-MCC-HIGH                                 00443715
                       TO WS-EARN-MCC-HIGH (WS-EARN-USED)               00443715
                     MOVE EARN-GROUP                                    00443715
                       TO WS-EARN-GROUP (WS-EARN-USED)                  00443715
                   ELSE                                                 00443715
                     DISPLAY 'MCC GROUP TABLE FULL -- GROUP '           00443715
                             EARN-GROUP ' DROPPED'                      00443715
                   END-IF                                               00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
                                                                        00443715
             CLOSE EARNFILE                                             00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'MCC GROUPS LOADED = ' WS-EARN-USED                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       OPEN-PRIOR-BASELINE-PARA.                                        00443715
      *    WITH NO PRIOR BASELINE EVERY CONTRACT STARTS ITS BASELINE    00443715
      *    TONIGHT, AND NOTHING IS SCORED UNTIL ENOUGH NIGHTS BUILD UP. 00443715
           OPEN INPUT SBLNIN                                            00443715
                                                                        00443715
           IF SBLNIN-FILE-STATUS NOT = '00'                             00443715
           THEN                                                         00443715
             DISPLAY 'NO PRIOR SPENDING BASELINE -- EVERY CONTRACT '    00443715
                     'STARTS ITS BASELINE TONIGHT'                      00443715
           ELSE                                                         00443715
             MOVE 'SBLNFILE' TO GREG-DATASET                            00443715
             MOVE 'P'        TO GREG-EXPECT                             00443715
             MOVE 'SBLNIN'   TO WS-GREG-INPUT-DD                        00443715
             PERFORM CHECK-INPUT-GENERATION-PARA                        00443715
             IF GREG-RESULT-MATCHED                                     00443715
               MOVE 1 TO WS-SBLNIN-REG                                  00443715
             END-IF                                                     00443715
                                                                        00443715
             MOVE 1 TO WS-SBIN-OPEN                                     00443715
             PERFORM SBLNIN-READ-PARA                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       SBLNIN-READ-PARA.                                                00443715
                                                                        00443715
           MOVE 0 TO WS-SBIN-HELD                                       00443715
                                                                        00443715
           IF WS-SBIN-OPEN = 1                                          00443715
             READ SBLNIN                                                00443715
               AT END                                                   00443715
                 MOVE 0 TO WS-SBIN-OPEN                                 00443715
                 CLOSE SBLNIN                                           00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-SBLNIN-CNTR                                00443715
                 ADD SBIN-CONT-ID TO WS-SBLNIN-HASH-TOTAL               00443715
                 MOVE 1 TO WS-SBIN-HELD                                 00443715
                 IF SBIN-CONT-ID < WS-SBIN-PREV-ID                      00443715
                   DISPLAY 'SBLNIN OUT OF SEQUENCE AT ' SBIN-CONT-ID    00443715
                   MOVE 1 TO WS-RUN-FAILED                              00443715
                   MOVE 'BASELINE OUT OF SEQUENCE' TO WS-FAIL-REASON    00443715
                   PERFORM END-PROCESS                                  00443715
                 END-IF                                                 00443715
      *          SBLNIN MUST BE THE PRIOR GENERATION -- ONE ALREADY     00443715
      *          POSTED TONIGHT WOULD FOLD TONIGHT'S SPENDING IN TWICE  00443715
      *          AND SCORE IT AGAINST ITSELF.                           00443715
                 IF SBIN-POST-DATE NOT < PARM-PROCESS-DATE              00443715
                   DISPLAY 'SBLNIN ALREADY POSTED FOR '                 00443715
                           SBIN-POST-DATE ' AT ' SBIN-CONT-ID           00443715
                   MOVE 1 TO WS-RUN-FAILED                              00443715
                   MOVE 'NIGHT ALREADY POSTED' TO WS-FAIL-REASON        00443715
                   PERFORM END-PROCESS                                  00443715
                 END-IF                                                 00443715
                 MOVE SBIN-CONT-ID TO WS-SBIN-PREV-ID                   00443715
             END-READ                                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       PNTX-READ-PARA.                                                  00443715
      *    ONLY APPROVED AUTHORIZATIONS ARE SPENDING. REFUNDS,          00443715
      *    CHARGEBACKS AND REVERSALS ARE PASSED OVER.                   00443715
           MOVE 0 TO WS-PNTX-HELD                                       00443715
                                                                        00443715
           PERFORM UNTIL WS-PNTX-HELD = 1 OR WS-PNTX-OPEN = 0           00443715
             READ PNTXFILE                                              00443715
               AT END                                                   00443715
                 MOVE 0 TO WS-PNTX-OPEN                                 00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-PNTXFILE-CNTR                              00443715
                 ADD PNTX-CONT-ID TO WS-PNTXFILE-HASH-TOTAL             00443715
                 IF PNTX-CONT-ID < WS-PNTX-PREV-ID                      00443715
                   DISPLAY 'PNTXFILE OUT OF SEQUENCE AT '               00443715
                           PNTX-CONT-ID                                 00443715
                   MOVE 1 TO WS-RUN-FAILED                              00443715
                   MOVE 'PNTXFILE OUT OF SEQUENCE' TO WS-FAIL-REASON    00443715
                   PERFORM END-PROCESS                                  00443715
                 END-IF                                                 00443715
                 MOVE PNTX-CONT-ID TO WS-PNTX-PREV-ID                   00443715
                 IF PNTX-TYPE-CODE = 'AU'                               00443715
                   ADD 1 TO WS-AUTH-CNTR                                00443715
                   MOVE 1 TO WS-PNTX-HELD                               00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       VERIFY-INPUTS-PARA.                                              00443715
      *    PNTXFILE AND SBLNIN ARE BOTH DRY ONCE THE MERGE ENDS.        00443715
           IF WS-PNTXFILE-REG = 1                                       00443715
             MOVE 'PNTXFILE'             TO GREG-DATASET                00443715
             MOVE 'D'                    TO GREG-EXPECT                 00443715
             MOVE 'PNTXFILE'             TO WS-GREG-INPUT-DD            00443715
             MOVE WS-PNTXFILE-CNTR       TO GREG-RECORD-CNT             00443715
             MOVE WS-PNTXFILE-HASH-TOTAL TO GREG-HASH-TOTAL             00443715
             PERFORM VERIFY-INPUT-GENERATION-PARA                       00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-SBLNIN-REG = 1                                         00443715
             MOVE 'SBLNFILE'           TO GREG-DATASET                  00443715
             MOVE 'P'                  TO GREG-EXPECT                   00443715
             MOVE 'SBLNIN'             TO WS-GREG-INPUT-DD              00443715
             MOVE WS-SBLNIN-CNTR       TO GREG-RECORD-CNT               00443715
             MOVE WS-SBLNIN-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
             PERFORM VERIFY-INPUT-GENERATION-PARA                       00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MAIN-PROCESS.                                                    00443715
      *    SBLNIN AND PNTXFILE ARE BOTH IN CONT-ID ORDER. EVERY         00443715
      *    CONTRACT ON EITHER GETS A SBLNFILE ROW -- ONE WITH NO        00443715
      *    SPENDING TONIGHT IS CARRIED FORWARD AS IT STOOD.             00443715
           PERFORM UNTIL WS-SBIN-HELD = 0 AND WS-PNTX-HELD = 0          00443715
             EVALUATE TRUE                                              00443715
               WHEN WS-SBIN-HELD = 0                                    00443715
                 MOVE PNTX-CONT-ID TO WS-CUR-CONT-ID                    00443715
               WHEN WS-PNTX-HELD = 0                                    00443715
                 MOVE SBIN-CONT-ID TO WS-CUR-CONT-ID                    00443715
               WHEN SBIN-CONT-ID < PNTX-CONT-ID                         00443715
                 MOVE SBIN-CONT-ID TO WS-CUR-CONT-ID                    00443715
               WHEN OTHER                                               00443715
                 MOVE PNTX-CONT-ID TO WS-CUR-CONT-ID                    00443715
             END-EVALUATE                                               00443715
                                                                        00443715
             PERFORM LOAD-BASELINE-PARA                                 00443715
             PERFORM SCORE-CONTRACT-PARA                                00443715
             PERFORM POST-BASELINE-PARA                                 00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-GRP-DROP-CNTR > 0                                      00443715
             DISPLAY 'MCC GROUP SLOTS FULL -- ' WS-GRP-DROP-CNTR        00443715
                     ' LEAST-USED GROUPS REPLACED'                      00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOAD-BASELINE-PARA.                                              00443715
                                                                        00443715
           INITIALIZE WS-BL                                             00443715
                                                                        00443715
           IF WS-SBIN-HELD = 1                                          00443715
              AND SBIN-CONT-ID = WS-CUR-CONT-ID                         00443715
             MOVE SBIN-FIRST-DATE   TO WS-BL-FIRST-DATE                 00443715
             MOVE SBIN-LAST-ACT-DATE TO WS-BL-LAST-ACT-DATE             00443715
             MOVE SBIN-DAY-CNTR     TO WS-BL-DAY-CNTR                   00443715
             MOVE SBIN-DAY-MEAN     TO WS-BL-DAY-MEAN                   00443715
             MOVE SBIN-DAY-SPREAD   TO WS-BL-DAY-SPREAD                 00443715
             MOVE SBIN-TKT-CNTR     TO WS-BL-TKT-CNTR                   00443715
             MOVE SBIN-TKT-MEAN     TO WS-BL-TKT-MEAN                   00443715
             MOVE SBIN-TKT-SPREAD   TO WS-BL-TKT-SPREAD                 00443715
             COMPUTE WS-BL-DAY-VAR =                                    00443715
               WS-BL-DAY-SPREAD * WS-BL-DAY-SPREAD                      00443715
             COMPUTE WS-BL-TKT-VAR =                                    00443715
               WS-BL-TKT-SPREAD * WS-BL-TKT-SPREAD                      00443715
             IF SBIN-GROUP-USED > 12                                    00443715
               MOVE 12 TO WS-BL-GROUP-USED                              00443715
             ELSE                                                       00443715
               MOVE SBIN-GROUP-USED TO WS-BL-GROUP-USED                 00443715
             END-IF                                                     00443715
             PERFORM VARYING WS-GRP-IDX FROM 1 BY 1                     00443715
               UNTIL WS-GRP-IDX > WS-BL-GROUP-USED                      00443715
               MOVE SBIN-GRP-NAME (WS-GRP-IDX)                          00443715
                 TO WS-BL-GRP-NAME (WS-GRP-IDX)                         00443715
               MOVE SBIN-GRP-CNTR (WS-GRP-IDX)                          00443715
                 TO WS-BL-GRP-CNTR (WS-GRP-IDX)                         00443715
               MOVE 0 TO WS-BL-GRP-TONIGHT (WS-GRP-IDX)                 00443715
             END-PERFORM                                                00443715
             PERFORM SBLNIN-READ-PARA                                   00443715
           ELSE                                                         00443715
             ADD 1 TO WS-NEW-BASE-CNTR                                  00443715
             MOVE PARM-PROCESS-DATE TO WS-BL-FIRST-DATE                 00443715
             MOVE SPACES            TO WS-BL-LAST-ACT-DATE              00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE WS-BL-TKT-MEAN   TO WS-PRE-TKT-MEAN                     00443715
           MOVE WS-BL-TKT-SPREAD TO WS-PRE-TKT-SPREAD                   00443715
                                                                        00443715
      *    A CONTRACT IS SCORED ONLY ONCE ITS BASELINE HAS ENOUGH       00443715
      *    NIGHTS OF SPENDING BEHIND IT.                                00443715
           IF WS-BL-DAY-CNTR NOT < PARM-BASE-MIN-DAYS                   00443715
             MOVE 1 TO WS-SCORED                                        00443715
           ELSE                                                         00443715
             MOVE 0 TO WS-SCORED                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE ZEROES TO WS-DAY-TXN-CNTR                               00443715
           MOVE ZEROES TO WS-DAY-TOTAL                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       SCORE-CONTRACT-PARA.                                             00443715
                                                                        00443715
           PERFORM UNTIL WS-PNTX-HELD = 0                               00443715
                      OR PNTX-CONT-ID NOT = WS-CUR-CONT-ID              00443715
             PERFORM SCORE-TICKET-PARA                                  00443715
             PERFORM PNTX-READ-PARA                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-DAY-TXN-CNTR > 0                                       00443715
             IF WS-SCORED = 1                                           00443715
               ADD 1 TO WS-SCORED-CNTR                                  00443715
               PERFORM SCORE-DAY-PARA                                   00443715
             ELSE                                                       00443715
               ADD 1 TO WS-EXEMPT-CNTR                                  00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       SCORE-TICKET-PARA.                                               00443715
      *    AN UNPRICED TICKET (NO RATE FOR ITS CURRENCY) HAS NO BASE    00443715
      *    AMOUNT -- ITS GROUP STILL COUNTS BUT ITS SIZE IS NEITHER     00443715
      *    SCORED NOR ADDED TO THE BASELINE.                            00443715
           ADD 1 TO WS-DAY-TXN-CNTR                                     00443715
                                                                        00443715
           PERFORM FIND-MCC-GROUP-PARA                                  00443715
           PERFORM FIND-BASELINE-GROUP-PARA                             00443715
                                                                        00443715
           MOVE 0 TO WS-OVER-SIZE                                       00443715
           MOVE ZEROES TO WS-SCORE-SPREADS                              00443715
           MOVE ZEROES TO WS-TXN-AMOUNT                                 00443715
                                                                        00443715
           IF PNTX-PRICED = 'N'                                         00443715
             ADD 1 TO WS-UNPRICED-CNTR                                  00443715
           ELSE                                                         00443715
             COMPUTE WS-TXN-AMOUNT =                                    00443715
               FUNCTION NUMVAL (PNTX-BASE-AMOUNT)                       00443715
             ADD WS-TXN-AMOUNT TO WS-DAY-TOTAL                          00443715
                                                                        00443715
             IF WS-SCORED = 1                                           00443715
               MOVE WS-PRE-TKT-MEAN   TO WS-SCORE-MEAN                  00443715
               MOVE WS-PRE-TKT-SPREAD TO WS-SCORE-SPREAD                00443715
               MOVE WS-TXN-AMOUNT     TO WS-SCORE-X                     00443715
               PERFORM SCORE-AMOUNT-PARA                                00443715
             END-IF                                                     00443715
                                                                        00443715
             MOVE WS-BL-TKT-CNTR   TO WS-ROLL-N                         00443715
             MOVE WS-BL-TKT-MEAN   TO WS-ROLL-MEAN                      00443715
             MOVE WS-BL-TKT-VAR    TO WS-ROLL-VAR                       00443715
             MOVE WS-TXN-AMOUNT    TO WS-ROLL-X                         00443715
             PERFORM ROLL-FIGURES-PARA                                  00443715
             MOVE WS-ROLL-MEAN     TO WS-BL-TKT-MEAN                    00443715
             MOVE WS-ROLL-VAR      TO WS-BL-TKT-VAR                     00443715
             IF WS-BL-TKT-CNTR < 9999999                                00443715
               ADD 1 TO WS-BL-TKT-CNTR                                  00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-SCORED = 1                                             00443715
             EVALUATE TRUE                                              00443715
               WHEN WS-OVER-SIZE = 1 AND WS-NEW-GROUP = 1               00443715
                 MOVE 'TICKET+GROUP' TO WS-ANOM-REASON                  00443715
                 ADD 1 TO WS-TICKET-CNTR                                00443715
                 ADD 1 TO WS-NEWGRP-CNTR                                00443715
               WHEN WS-OVER-SIZE = 1                                    00443715
                 MOVE 'TICKET'       TO WS-ANOM-REASON                  00443715
                 ADD 1 TO WS-TICKET-CNTR                                00443715
               WHEN WS-NEW-GROUP = 1                                    00443715
                 MOVE 'NEW GROUP'    TO WS-ANOM-REASON                  00443715
                 ADD 1 TO WS-NEWGRP-CNTR                                00443715
               WHEN OTHER                                               00443715
                 MOVE SPACES         TO WS-ANOM-REASON                  00443715
             END-EVALUATE                                               00443715
                                                                        00443715
             IF WS-ANOM-REASON NOT = SPACES                             00443715
               PERFORM WRITE-TICKET-ANOMALY-PARA                        00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FIND-MCC-GROUP-PARA.                                             00443715
                                                                        00443715
           MOVE SPACES TO WS-TXN-GROUP                                  00443715
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
                 MOVE WS-EARN-GROUP (WS-EARN-TABIDX) TO WS-TXN-GROUP    00443715
             END-SEARCH                                                 00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-TXN-GROUP = SPACES                                     00443715
             MOVE 'MCC '         TO WS-TXN-GROUP-PREFIX                 00443715
             MOVE PNTX-MCC (1:4) TO WS-TXN-GROUP-CODE                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FIND-BASELINE-GROUP-PARA.                                        00443715
      *    A GROUP NOT IN THE BASELINE, OR FIRST USED TONIGHT, IS NEW.  00443715
      *    IT IS ADDED SO TOMORROW IT IS ONE OF THE USUAL GROUPS. WITH  00443715
      *    ALL TWELVE SLOTS TAKEN THE LEAST-USED GROUP MAKES WAY.       00443715
           MOVE 0 TO WS-GRP-FOUND                                       00443715
           MOVE 0 TO WS-NEW-GROUP                                       00443715
                                                                        00443715
           SET WS-BL-GRP-TABIDX TO 1                                    00443715
           IF WS-BL-GROUP-USED > 0                                      00443715
             SEARCH WS-BL-GROUP                                         00443715
               AT END                                                   00443715
                 CONTINUE                                               00443715
               WHEN WS-BL-GRP-TABIDX > WS-BL-GROUP-USED                 00443715
                 CONTINUE                                               00443715
               WHEN WS-BL-GRP-NAME (WS-BL-GRP-TABIDX) = WS-TXN-GROUP    00443715
                 MOVE 1 TO WS-GRP-FOUND                                 00443715
             END-SEARCH                                                 00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-GRP-FOUND = 1                                          00443715
             IF WS-BL-GRP-TONIGHT (WS-BL-GRP-TABIDX) = 1                00443715
               MOVE 1 TO WS-NEW-GROUP                                   00443715
             END-IF                                                     00443715
             IF WS-BL-GRP-CNTR (WS-BL-GRP-TABIDX) < 9999999             00443715
               ADD 1 TO WS-BL-GRP-CNTR (WS-BL-GRP-TABIDX)               00443715
             END-IF                                                     00443715
           ELSE                                                         00443715
             MOVE 1 TO WS-NEW-GROUP                                     00443715
             IF WS-BL-GROUP-USED < 12                                   00443715
               ADD 1 TO WS-BL-GROUP-USED                                00443715
               MOVE WS-BL-GROUP-USED TO WS-GRP-LOW                      00443715
             ELSE                                                       00443715
               ADD 1 TO WS-GRP-DROP-CNTR                                00443715
               MOVE 1 TO WS-GRP-LOW                                     00443715
               PERFORM VARYING WS-GRP-IDX FROM 2 BY 1                   00443715
                 UNTIL WS-GRP-IDX > 12                                  00443715
                 IF WS-BL-GRP-CNTR (WS-GRP-IDX)                         00443715
                    < WS-BL-GRP-CNTR (WS-GRP-LOW)                       00443715
                   MOVE WS-GRP-IDX TO WS-GRP-LOW                        00443715
                 END-IF                                                 00443715
               END-PERFORM                                              00443715
             END-IF                                                     00443715
             MOVE WS-TXN-GROUP TO WS-BL-GRP-NAME (WS-GRP-LOW)           00443715
             MOVE 1            TO WS-BL-GRP-CNTR (WS-GRP-LOW)           00443715
             MOVE 1            TO WS-BL-GRP-TONIGHT (WS-GRP-LOW)        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       SCORE-AMOUNT-PARA.                                               00443715
      *    SETS WS-OVER-SIZE WHEN WS-SCORE-X IS MORE THAN               00443715
      *    PARM-BASE-SPREADS SPREADS ABOVE WS-SCORE-MEAN. AMOUNTS UNDER 00443715
      *    PARM-BASE-MIN-AMOUNT ARE NEVER FLAGGED.                      00443715
           MOVE 0 TO WS-OVER-SIZE                                       00443715
                                                                        00443715
           IF WS-SCORE-SPREAD * 4 < WS-SCORE-MEAN                       00443715
             COMPUTE WS-SCORE-SPREAD = WS-SCORE-MEAN / 4                00443715
           END-IF                                                       00443715
           IF WS-SCORE-SPREAD = ZEROES                                  00443715
             MOVE 0.01 TO WS-SCORE-SPREAD                               00443715
           END-IF                                                       00443715
                                                                        00443715
           COMPUTE WS-SCORE-LIMIT =                                     00443715
             WS-SCORE-MEAN + PARM-BASE-SPREADS * WS-SCORE-SPREAD        00443715
                                                                        00443715
           IF WS-SCORE-X > WS-SCORE-LIMIT                               00443715
              AND WS-SCORE-X NOT < PARM-BASE-MIN-AMOUNT                 00443715
             MOVE 1 TO WS-OVER-SIZE                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-SCORE-X > WS-SCORE-MEAN                                00443715
             COMPUTE WS-SCORE-SPREADS ROUNDED =                         00443715
               (WS-SCORE-X - WS-SCORE-MEAN) / WS-SCORE-SPREAD           00443715
           ELSE                                                         00443715
             MOVE ZEROES TO WS-SCORE-SPREADS                            00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ROLL-FIGURES-PARA.                                               00443715
      *    FOLDS WS-ROLL-X INTO THE MEAN AND VARIANCE OF THE LAST       00443715
      *    WS-ROLL-N OBSERVATIONS. UNTIL PARM-BASE-SPAN ARE IN HAND     00443715
      *    THIS IS THE PLAIN MEAN AND VARIANCE; AFTER THAT EACH NEW     00443715
      *    ONE WEIGHS 1/PARM-BASE-SPAN AND THE OLDEST FADE OUT.         00443715
           ADD 1 TO WS-ROLL-N                                           00443715
           IF WS-ROLL-N > PARM-BASE-SPAN                                00443715
             MOVE PARM-BASE-SPAN TO WS-ROLL-N                           00443715
           END-IF                                                       00443715
                                                                        00443715
           COMPUTE WS-ROLL-DIFF = WS-ROLL-X - WS-ROLL-MEAN              00443715
                                                                        00443715
           COMPUTE WS-ROLL-MEAN ROUNDED =                               00443715
             WS-ROLL-MEAN + WS-ROLL-DIFF / WS-ROLL-N                    00443715
                                                                        00443715
           COMPUTE WS-ROLL-VAR ROUNDED =                                00443715
             (WS-ROLL-N - 1) / WS-ROLL-N                                00443715
             * (WS-ROLL-VAR + WS-ROLL-DIFF * WS-ROLL-DIFF / WS-ROLL-N)  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       SCORE-DAY-PARA.                                                  00443715
                                                                        00443715
           MOVE WS-BL-DAY-MEAN   TO WS-SCORE-MEAN                       00443715
           MOVE WS-BL-DAY-SPREAD TO WS-SCORE-SPREAD                     00443715
           MOVE WS-DAY-TOTAL     TO WS-SCORE-X                          00443715
           PERFORM SCORE-AMOUNT-PARA                                    00443715
                                                                        00443715
           IF WS-OVER-SIZE = 1                                          00443715
             ADD 1 TO WS-DAILY-CNTR                                     00443715
             PERFORM WRITE-DAY-ANOMALY-PARA                             00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       POST-BASELINE-PARA.                                              00443715
      *    TONIGHT'S TOTAL IS FOLDED INTO THE DAY FIGURES ONLY AFTER    00443715
      *    IT HAS BEEN SCORED. A NIGHT WITH NO SPENDING IS NOT A DAY    00443715
      *    OF THE BASELINE.                                             00443715
           IF WS-DAY-TXN-CNTR > 0                                       00443715
             MOVE WS-BL-DAY-CNTR  TO WS-ROLL-N                          00443715
             MOVE WS-BL-DAY-MEAN  TO WS-ROLL-MEAN                       00443715
             MOVE WS-BL-DAY-VAR   TO WS-ROLL-VAR                        00443715
             MOVE WS-DAY-TOTAL    TO WS-ROLL-X                          00443715
             PERFORM ROLL-FIGURES-PARA                                  00443715
             MOVE WS-ROLL-MEAN    TO WS-BL-DAY-MEAN                     00443715
             MOVE WS-ROLL-VAR     TO WS-BL-DAY-VAR                      00443715
             IF WS-BL-DAY-CNTR < 99999                                  00443715
               ADD 1 TO WS-BL-DAY-CNTR                                  00443715
             END-IF                                                     00443715
             MOVE PARM-PROCESS-DATE TO WS-BL-LAST-ACT-DATE              00443715
                                                                        00443715
             COMPUTE WS-BL-DAY-SPREAD ROUNDED =                         00443715
               FUNCTION SQRT (WS-BL-DAY-VAR)                            00443715
             COMPUTE WS-BL-TKT-SPREAD ROUNDED =                         00443715
               FUNCTION SQRT (WS-BL-TKT-VAR)                            00443715
           END-IF                                                       00443715
                                                                        00443715
           INITIALIZE SBLN-REC                                          00443715
           MOVE WS-CUR-CONT-ID        TO SBLN-CONT-ID                   00443715
           MOVE ','                   TO SBLN-SEPARATOR-1               00443715
           MOVE WS-BL-FIRST-DATE      TO SBLN-FIRST-DATE                00443715
           MOVE ','                   TO SBLN-SEPARATOR-2               00443715
           MOVE PARM-PROCESS-DATE     TO SBLN-POST-DATE                 00443715
           MOVE ','                   TO SBLN-SEPARATOR-3               00443715
           MOVE WS-BL-LAST-ACT-DATE   TO SBLN-LAST-ACT-DATE             00443715
           MOVE ','                   TO SBLN-SEPARATOR-4               00443715
           MOVE WS-BL-DAY-CNTR        TO SBLN-DAY-CNTR                  00443715
           MOVE ','                   TO SBLN-SEPARATOR-5               00443715
           MOVE WS-BL-DAY-MEAN        TO SBLN-DAY-MEAN                  00443715
           MOVE ','                   TO SBLN-SEPARATOR-6               00443715
           MOVE WS-BL-DAY-SPREAD      TO SBLN-DAY-SPREAD                00443715
           MOVE ','                   TO SBLN-SEPARATOR-7               00443715
           MOVE WS-BL-TKT-CNTR        TO SBLN-TKT-CNTR                  00443715
           MOVE ','                   TO SBLN-SEPARATOR-8               00443715
           MOVE WS-BL-TKT-MEAN        TO SBLN-TKT-MEAN                  00443715
           MOVE ','                   TO SBLN-SEPARATOR-9               00443715
           MOVE WS-BL-TKT-SPREAD      TO SBLN-TKT-SPREAD                00443715
           MOVE ','                   TO SBLN-SEPARATOR-10              00443715
           MOVE WS-BL-GROUP-USED      TO SBLN-GROUP-USED                00443715
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1                       00443715
             UNTIL WS-GRP-IDX > 12                                      00443715
             MOVE ',' TO SBLN-GRP-SEPARATOR-1 (WS-GRP-IDX)              00443715
             MOVE ',' TO SBLN-GRP-SEPARATOR-2 (WS-GRP-IDX)              00443715
             IF WS-GRP-IDX > WS-BL-GROUP-USED                           00443715
               MOVE SPACES            TO SBLN-GRP-NAME (WS-GRP-IDX)     00443715
               MOVE ZEROES            TO SBLN-GRP-CNTR (WS-GRP-IDX)     00443715
             ELSE                                                       00443715
               MOVE WS-BL-GRP-NAME (WS-GRP-IDX)                         00443715
                 TO SBLN-GRP-NAME (WS-GRP-IDX)                          00443715
               MOVE WS-BL-GRP-CNTR (WS-GRP-IDX)                         00443715
                 TO SBLN-GRP-CNTR (WS-GRP-IDX)                          00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           WRITE SBLN-REC                                               00443715
           ADD 1 TO WS-SBLNFILE-CNTR                                    00443715
           ADD SBLN-CONT-ID TO WS-SBLNFILE-HASH-TOTAL                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-TICKET-ANOMALY-PARA.                                       00443715
                                                                        00443715
           INITIALIZE ANOM-REC                                          00443715
           MOVE WS-CUR-CONT-ID        TO ANOM-CONT-ID                   00443715
           MOVE ','                   TO ANOM-SEPARATOR-1               00443715
           MOVE PARM-PROCESS-DATE     TO ANOM-PROCESS-DATE              00443715
           MOVE ','                   TO ANOM-SEPARATOR-2               00443715
           MOVE WS-ANOM-REASON        TO ANOM-REASON                    00443715
           MOVE ','                   TO ANOM-SEPARATOR-3               00443715
           MOVE PNTX-TXN-REF          TO ANOM-TXN-REF                   00443715
           MOVE ','                   TO ANOM-SEPARATOR-4               00443715
           MOVE PNTX-MCC (1:4)        TO ANOM-MCC                       00443715
           MOVE ','                   TO ANOM-SEPARATOR-5               00443715
           MOVE WS-TXN-GROUP          TO ANOM-MCC-GROUP                 00443715
           MOVE ','                   TO ANOM-SEPARATOR-6               00443715
           MOVE WS-TXN-AMOUNT         TO ANOM-AMOUNT                    00443715
           MOVE ','                   TO ANOM-SEPARATOR-7               00443715
           MOVE WS-PRE-TKT-MEAN       TO ANOM-BASE-MEAN                 00443715
           MOVE ','                   TO ANOM-SEPARATOR-8               00443715
           MOVE WS-PRE-TKT-SPREAD     TO ANOM-BASE-SPREAD               00443715
           MOVE ','                   TO ANOM-SEPARATOR-9               00443715
           IF WS-SCORE-SPREADS > 999.9                                  00443715
             MOVE 999.9 TO ANOM-SPREADS                                 00443715
           ELSE                                                         00443715
             MOVE WS-SCORE-SPREADS TO ANOM-SPREADS                      00443715
           END-IF                                                       00443715
           MOVE ','                   TO ANOM-SEPARATOR-10              00443715
           MOVE PNTX-MERCHANT-ID      TO ANOM-MERCHANT-ID               00443715
                                                                        00443715
           WRITE ANOM-REC                                               00443715
           ADD 1 TO WS-ANOMFILE-CNTR                                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-DAY-ANOMALY-PARA.                                          00443715
                                                                        00443715
           INITIALIZE ANOM-REC                                          00443715
           MOVE WS-CUR-CONT-ID        TO ANOM-CONT-ID                   00443715
           MOVE ','                   TO ANOM-SEPARATOR-1               00443715
           MOVE PARM-PROCESS-DATE     TO ANOM-PROCESS-DATE              00443715
           MOVE ','                   TO ANOM-SEPARATOR-2               00443715
           MOVE 'DAILY SPEND'         TO ANOM-REASON                    00443715
           MOVE ','                   TO ANOM-SEPARATOR-3               00443715
           MOVE SPACES                TO ANOM-TXN-REF                   00443715
           MOVE ','                   TO ANOM-SEPARATOR-4               00443715
           MOVE SPACES                TO ANOM-MCC                       00443715
           MOVE ','                   TO ANOM-SEPARATOR-5               00443715
           MOVE SPACES                TO ANOM-MCC-GROUP                 00443715
           MOVE ','                   TO ANOM-SEPARATOR-6               00443715
           MOVE WS-DAY-TOTAL          TO ANOM-AMOUNT                    00443715
           MOVE ','                   TO ANOM-SEPARATOR-7               00443715
           MOVE WS-BL-DAY-MEAN        TO ANOM-BASE-MEAN                 00443715
           MOVE ','                   TO ANOM-SEPARATOR-8               00443715
           MOVE WS-BL-DAY-SPREAD      TO ANOM-BASE-SPREAD               00443715
           MOVE ','                   TO ANOM-SEPARATOR-9               00443715
           IF WS-SCORE-SPREADS > 999.9                                  00443715
             MOVE 999.9 TO ANOM-SPREADS                                 00443715
           ELSE                                                         00443715
             MOVE WS-SCORE-SPREADS TO ANOM-SPREADS                      00443715
           END-IF                                                       00443715
           MOVE ','                   TO ANOM-SEPARATOR-10              00443715
           MOVE SPACES                TO ANOM-MERCHANT-ID               00443715
                                                                        00443715
           WRITE ANOM-REC                                               00443715
           ADD 1 TO WS-ANOMFILE-CNTR                                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-INPUT-GENERATION-PARA.                                     00443715
      *    CALLED AT OPEN WITH GREG-DATASET, GREG-EXPECT AND            00443715
      *    WS-GREG-INPUT-DD SET. A GENERATION THE PRODUCER DID NOT      00443715
      *    REGISTER FOR THIS CYCLE IS REFUSED BEFORE A RECORD OF IT IS  00443715
      *    USED; A DATASET NEVER REGISTERED IS READ WITH A WARNING.     00443715
           MOVE 'C'               TO GREG-FUNCTION                      00443715
           MOVE 'MASTRNSB'        TO GREG-JOB-NAME                      00443715
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
           MOVE 'MASTRNSB'        TO GREG-JOB-NAME                      00443715
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
       REGISTER-SBLNFILE-PARA.                                          00443715
      *    TONIGHT'S SBLNFILE IS TOMORROW'S SBLNIN. A FAILED RUN        00443715
      *    REGISTERS NOTHING.                                           00443715
           MOVE 'R'                    TO GREG-FUNCTION                 00443715
           MOVE 'SBLNFILE'             TO GREG-DATASET                  00443715
           MOVE 'MASTRNSB'             TO GREG-JOB-NAME                 00443715
           MOVE PARM-PROCESS-DATE      TO GREG-PROCESS-DATE             00443715
           MOVE PARM-CYCLE-ID          TO GREG-CYCLE-ID                 00443715
           MOVE WS-SBLNFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-SBLNFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           CALL 'MASTRNGR' USING GREG-LINKAGE                           00443715
           END-CALL                                                     00443715
                                                                        00443715
           IF GREG-RESULT-MATCHED                                       00443715
             DISPLAY 'SBLNFILE GENERATION REGISTERED FOR '              00443715
                     GREG-PROCESS-DATE ' CYCLE ' GREG-CYCLE-ID          00443715
           ELSE                                                         00443715
             DISPLAY 'SBLNFILE GENERATION COULD NOT BE REGISTERED'      00443715
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
           MOVE 'MASTRNSB'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'SBLNFILE'             TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-SBLNFILE-CNTR       TO STAT-CNTR-1                   00443715
           MOVE 'SCORED'               TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-SCORED-CNTR         TO STAT-CNTR-2                   00443715
           MOVE 'EXEMPT'               TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-EXEMPT-CNTR         TO STAT-CNTR-3                   00443715
           MOVE 'ANOMFILE'             TO STAT-CNTR-4-LABEL             00443715
           MOVE WS-ANOMFILE-CNTR       TO STAT-CNTR-4                   00443715
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
           MOVE WS-AUTH-CNTR         TO WS-AUTH-CNTR-EDT                00443715
           MOVE WS-SBLNIN-CNTR       TO WS-SBLNIN-CNTR-EDT              00443715
           MOVE WS-NEW-BASE-CNTR     TO WS-NEW-BASE-CNTR-EDT            00443715
           MOVE WS-SBLNFILE-CNTR     TO WS-SBLNFILE-CNTR-EDT            00443715
           MOVE WS-SCORED-CNTR       TO WS-SCORED-CNTR-EDT              00443715
           MOVE WS-EXEMPT-CNTR       TO WS-EXEMPT-CNTR-EDT              00443715
           MOVE WS-ANOMFILE-CNTR     TO WS-ANOMFILE-CNTR-EDT            00443715
           MOVE WS-TICKET-CNTR       TO WS-TICKET-CNTR-EDT              00443715
           MOVE WS-NEWGRP-CNTR       TO WS-NEWGRP-CNTR-EDT              00443715
           MOVE WS-DAILY-CNTR        TO WS-DAILY-CNTR-EDT               00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNSB         *'            00443715
           DISPLAY '* PNTXFILE      : ' WS-PNTXFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* AUTHORIZED    : ' WS-AUTH-CNTR-EDT                00443715
                   '         *'                                         00443715
           DISPLAY '* SBLNIN        : ' WS-SBLNIN-CNTR-EDT              00443715
                   '         *'                                         00443715
           DISPLAY '* NEW BASELINES : ' WS-NEW-BASE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* SBLNFILE      : ' WS-SBLNFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* SCORED        : ' WS-SCORED-CNTR-EDT              00443715
                   '         *'                                         00443715
           DISPLAY '* EXEMPT        : ' WS-EXEMPT-CNTR-EDT              00443715
                   '         *'                                         00443715
           DISPLAY '* TICKET        : ' WS-TICKET-CNTR-EDT              00443715
                   '         *'                                         00443715
           DISPLAY '* NEW GROUP     : ' WS-NEWGRP-CNTR-EDT              00443715
                   '         *'                                         00443715
           DISPLAY '* DAILY SPEND   : ' WS-DAILY-CNTR-EDT               00443715
                   '         *'                                         00443715
           DISPLAY '* ANOMFILE      : ' WS-ANOMFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 0                                         00443715
             PERFORM REGISTER-SBLNFILE-PARA                             00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           CLOSE PNTXFILE.                                              00443715
           IF WS-SBIN-OPEN = 1                                          00443715
             CLOSE SBLNIN                                               00443715
           END-IF                                                       00443715
           CLOSE SBLNFILE.                                              00443715
           CLOSE ANOMFILE.                                              00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNSB.                                           00443715
