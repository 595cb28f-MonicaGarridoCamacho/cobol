       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNID.                                            00443715
      *    MASTRNID IS THE INTRADAY SCREEN. THE NETWORK SENDS PARTIAL   00443715
      *    TRANFILE DROPS THROUGH THE DAY; EACH ONE IS RUN THROUGH THE  00443715
      *    SAME WATCH-LIST, HIGH-VALUE AND VELOCITY CHECKS MASTRANC     00443715
      *    APPLIES OVERNIGHT, AGAINST CUSTMAST, SO A CARD BEING TESTED  00443715
      *    IN THE MORNING REACHES THE FRAUD DESK THE SAME MORNING.      00443715
      *    NOTHING ELSE MASTRANC DOES HAPPENS HERE -- NO ROLLUPS, NO    00443715
      *    MTD/YTD WINDOWS, NO AUTH HISTORY, NO CHECKPOINT, NO CONTROL  00443715
      *    TOTALS -- AND CUSTMAST IS ONLY READ.                         00443715
      *    EACH DROP WRITES ITS OWN IDALFILE GENERATION, EVERY ROW      00443715
      *    STAMPED WITH THE TIME THE DROP WAS SCREENED. THE NIGHT'S     00443715
      *    MASTRANC READS THE DAY'S GENERATIONS AS IDALIN AND DOES NOT  00443715
      *    RAISE THOSE ALERTS AGAIN.                                    00443715
      *    A VELOCITY BURST CAN STRADDLE TWO DROPS, SO THE DAY'S        00443715
      *    AUTHORIZATIONS ARE CARRIED FROM DROP TO DROP ON A SMALL      00443715
      *    STORE (IDVLIN IN, IDVLFILE OUT) THAT ALSO REMEMBERS WHICH    00443715
      *    CUSTOMERS HAVE ALREADY RAISED THEIR VELOCITY ALERT TODAY.    00443715
      *    THE FIRST DROP OF A DAY FINDS ONLY YESTERDAY'S ROWS ON IT    00443715
      *    AND DROPS THEM.                                              00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT CUSTMAST ASSIGN TO CUSTMAST                          00443715
            ORGANIZATION IS INDEXED                                     00443715
            ACCESS MODE IS SEQUENTIAL                                   00443715
            RECORD KEY IS MAIN-CONT-ID                                  00443715
            FILE STATUS IS CUSTFILE-FILE-STATUS.                        00443715
            SELECT DROPFILE ASSIGN TO DROPFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS DROPFILE-FILE-STATUS.                        00443715
            SELECT WTCHFILE ASSIGN TO WTCHFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS WTCHFILE-FILE-STATUS.                        00443715
            SELECT SUPPFILE ASSIGN TO SUPPFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS SUPPFILE-FILE-STATUS.                        00443715
            SELECT OPTIONAL IDVLIN ASSIGN TO IDVLIN                     00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS IDVLIN-FILE-STATUS.                          00443715
            SELECT IDVLFILE ASSIGN TO IDVLFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS IDVLFILE-FILE-STATUS.                        00443715
            SELECT IDALFILE ASSIGN TO IDALFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS IDALFILE-FILE-STATUS.                        00443715
            SELECT PARMFILE ASSIGN TO PARMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARMFILE-FILE-STATUS.                        00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
       FD CUSTMAST.                                                     00443715
         COPY CUSTREC.                                                  00443715
                                                                        00443715
      *    DROPFILE IS ONE PARTIAL TRANFILE AS THE NETWORK SENT IT --   00443715
      *    SAME LAYOUT, SAME CONT-ID ORDER, SAME HEADER AND TRAILER     00443715
      *    CONTROL RECORDS AS THE NIGHTLY FILE.                         00443715
       FD DROPFILE.                                                     00443715
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
      *    WTCHFILE AND SUPPFILE ARE THE SAME WATCH LIST AND FRAUD-DESK 00443715
      *    CLEARANCES MASTRANC SCREENS AGAINST OVERNIGHT.               00443715
       FD WTCHFILE.                                                     00443715
       01 WTCH-REC.                                                     00443715
          05 WTCH-TYPE             PIC X(8).                            00443715
          05 WTCH-KEY-1            PIC X(40).                           00443715
          05 WTCH-KEY-2            PIC X(4).                            00443715
                                                                        00443715
       FD SUPPFILE.                                                     00443715
       01 SUPP-REC.                                                     00443715
          05 SUPP-CONT-ID          PIC 9(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 SUPP-SOURCE           PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 SUPP-UNTIL-DATE       PIC X(8).                            00443715
                                                                        00443715
      *    IDVLIN/IDVLFILE IS THE DAY'S VELOCITY STORE, IN CONT-ID      00443715
      *    ORDER: AN 'A' ROW PER AUTHORIZATION SCREENED IN AN EARLIER   00443715
      *    DROP, AND A 'V' ROW FOR A CUSTOMER WHOSE VELOCITY ALERT HAS  00443715
      *    ALREADY BEEN RAISED TODAY.                                   00443715
       FD IDVLIN.                                                       00443715
       01 IDVLIN-REC.                                                   00443715
          05 IDVLIN-PROCESS-DATE   PIC X(8).                            00443715
          05 IDVLIN-SEPARATOR-1    PIC X(1).                            00443715
          05 IDVLIN-CONT-ID        PIC 9(10).                           00443715
          05 IDVLIN-SEPARATOR-2    PIC X(1).                            00443715
          05 IDVLIN-ENTRY-TYPE     PIC X(1).                            00443715
          05 IDVLIN-SEPARATOR-3    PIC X(1).                            00443715
          05 IDVLIN-CREDTT         PIC X(19).                           00443715
          05 IDVLIN-SEPARATOR-4    PIC X(1).                            00443715
          05 IDVLIN-MERCHANT       PIC X(40).                           00443715
                                                                        00443715
       FD IDVLFILE.                                                     00443715
       01 IDVL-REC.                                                     00443715
          05 IDVL-PROCESS-DATE     PIC X(8).                            00443715
          05 IDVL-SEPARATOR-1      PIC X(1) VALUE ','.                  00443715
          05 IDVL-CONT-ID          PIC 9(10).                           00443715
          05 IDVL-SEPARATOR-2      PIC X(1) VALUE ','.                  00443715
          05 IDVL-ENTRY-TYPE       PIC X(1).                            00443715
             88 IDVL-AUTHORIZATION     VALUE 'A'.                       00443715
             88 IDVL-VELOCITY-RAISED   VALUE 'V'.                       00443715
          05 IDVL-SEPARATOR-3      PIC X(1) VALUE ','.                  00443715
          05 IDVL-CREDTT           PIC X(19).                           00443715
          05 IDVL-SEPARATOR-4      PIC X(1) VALUE ','.                  00443715
          05 IDVL-MERCHANT         PIC X(40).                           00443715
                                                                        00443715
       FD IDALFILE.                                                     00443715
         COPY IDALREC.                                                  00443715
                                                                        00443715
       FD PARMFILE.                                                     00443715
         COPY PARMREC.                                                  00443715
                                                                        00443715
       FD STATUSFILE.                                                   00443715
         COPY STATREC.                                                  00443715
                                                                        00443715
       WORKING-STORAGE SECTION.                                         00443715
       01 CUSTFILE-FILE-STATUS  PIC X(2).                               00443715
       01 DROPFILE-FILE-STATUS  PIC X(2).                               00443715
       01 WTCHFILE-FILE-STATUS  PIC X(2).                               00443715
       01 SUPPFILE-FILE-STATUS  PIC X(2).                               00443715
       01 IDVLIN-FILE-STATUS    PIC X(2).                               00443715
       01 IDVLFILE-FILE-STATUS  PIC X(2).                               00443715
       01 IDALFILE-FILE-STATUS  PIC X(2).                               00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-PARM-READ-OK       PIC 9 VALUE 0.                          00443715
       01 MAS-EOF               PIC 9 VALUE 0.                          00443715
       01 DROP-EOF              PIC 9 VALUE 0.                          00443715
      *    WS-DROP-TS IS TAKEN ONCE AT START SO EVERY ALERT FROM ONE    00443715
      *    DROP CARRIES THE SAME STAMP.                                 00443715
       01 WS-DROP-TS            PIC X(21).                              00443715
       01 WS-TRAN-CONT-ID       PIC 9(10).                              00443715
       01 WS-PREV-TRAN-CONT-ID  PIC 9(10) VALUE ZEROES.                 00443715
       01 WS-CUST-CONT-ID       PIC 9(10) VALUE ZEROES.                 00443715
       01 WS-CUST-ACTIVE        PIC 9 VALUE 0.                          00443715
       01 WS-COUNTERS-1.                                                00443715
          05 WS-DROPFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-CUSTMAST-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-CUSTOMER-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-SCREENED-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-NOMAST-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DUPLICATE-CNTR    PIC 9(9) VALUE ZEROES.                00443715
          05 WS-WATCH-CNTR        PIC 9(9) VALUE ZEROES.                00443715
          05 WS-HIVAL-CNTR        PIC 9(9) VALUE ZEROES.                00443715
          05 WS-VELOCITY-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-IDALFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-SUPPRESSED-CNTR   PIC 9(9) VALUE ZEROES.                00443715
          05 WS-IDVLIN-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-IDVLFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-IDVL-FULL-CNTR    PIC 9(9) VALUE ZEROES.                00443715
       01 WS-DROPFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-CUSTOMER-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-SCREENED-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-NOMAST-CNTR-EDT    PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-DUPLICATE-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-WATCH-CNTR-EDT     PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-HIVAL-CNTR-EDT     PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-VELOCITY-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-IDALFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-SUPPRESSED-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                       00443715
       01 WS-IDVLIN-CNTR-EDT    PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-IDVLFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
      *    DROP CONTROL RECORDS -- SEE VALIDATE-TRAILER-PARA.           00443715
       01 WS-TRAN-GEN-DATE      PIC X(8) VALUE SPACES.                  00443715
       01 WS-TRL-SEEN           PIC 9 VALUE 0.                          00443715
       01 WS-TRL-EXP-COUNT      PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-TRL-EXP-HASH       PIC 9(16)V99 VALUE ZEROES.              00443715
       01 WS-TRANHASH-TOTAL     PIC 9(16)V99 VALUE ZEROES.              00443715
       01 WS-TRL-EXP-COUNT-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
      *    WATCH LIST AND SUPPRESSIONS, LOADED AS MASTRANC LOADS THEM.  00443715
       01 WS-WTCH-USED         PIC 9(3) VALUE ZEROES.                   00443715
       01 WS-WTCH-EOF          PIC 9 VALUE 0.                           00443715
       01 WS-WTCH-IDX          PIC 9(3).                                00443715
       01 WS-WTCH-TABLE.                                                00443715
          05 WS-WTCH-ENTRY OCCURS 100 TIMES.                            00443715
             10 WS-WTCH-TYPE        PIC X(8).                           00443715
             10 WS-WTCH-KEY-1       PIC X(40).                          00443715
             10 WS-WTCH-KEY-2       PIC X(4).                           00443715
       01 WS-SUPP-USED         PIC 9(4) VALUE ZEROES.                   00443715
       01 WS-SUPP-EOF          PIC 9 VALUE 0.                           00443715
       01 WS-SUPP-IDX          PIC 9(4).                                00443715
       01 WS-SUPP-HIT          PIC 9 VALUE 0.                           00443715
       01 WS-SUPP-CHECK-CONT-ID PIC 9(10).                              00443715
       01 WS-SUPP-CHECK-SOURCE PIC X(8).                                00443715
       01 WS-SUPP-TABLE.                                                00443715
          05 WS-SUPP-ENTRY OCCURS 2000 TIMES.                           00443715
             10 WS-SUPP-CONT-ID     PIC 9(10).                          00443715
             10 WS-SUPP-SOURCE      PIC X(8).                           00443715
      *    THE CURRENT TRANSACTION'S AMOUNT, SIGNED, AND AS SENT.       00443715
       01 WS-CURR-CURRENT-AMOUNT  PIC S9(16)V99.                        00443715
       01 WS-CURR-CURRENT-TEXT    PIC X(40).                            00443715
       01 WS-CARD-CURRENT-LAST4   PIC X(4).                             00443715
       01 WS-PAN-VARIABLES.                                             00443715
          05 WS-PAN-TRAIL         PIC 9(2).                             00443715
          05 WS-PAN-LEN           PIC 9(2).                             00443715
       01 WS-TRAN-DUPLICATE       PIC 9 VALUE 0.                        00443715
       01 WS-DUP-PREV.                                                  00443715
          05 WS-DUP-PREV-CREDTT    PIC X(40).                           00443715
          05 WS-DUP-PREV-MERCH-ID  PIC X(40).                           00443715
          05 WS-DUP-PREV-AMOUNT    PIC X(40).                           00443715
      *    WS-VEL-TABLE HOLDS THE CURRENT CUSTOMER'S AUTHORIZATIONS FOR 00443715
      *    THE DAY -- THOSE CARRIED ON THE STORE FROM EARLIER DROPS     00443715
      *    FIRST, THEN THIS DROP'S -- EXACTLY AS MASTRANC HOLDS A       00443715
      *    CUSTOMER'S NIGHT.                                            00443715
       01 WS-VEL-USED             PIC 9(3) VALUE ZEROES.                00443715
       01 WS-VEL-IDX              PIC 9(3).                             00443715
       01 WS-VEL-IDX2             PIC 9(3).                             00443715
       01 WS-VEL-ALERTED          PIC 9 VALUE 0.                        00443715
       01 WS-VEL-TABLE.                                                 00443715
          05 WS-VEL-ENTRY OCCURS 200 TIMES.                             00443715
             10 WS-VEL-MINUTE        PIC 9(12).                         00443715
             10 WS-VEL-CREDTT        PIC X(19).                         00443715
             10 WS-VEL-MERCHANT      PIC X(40).                         00443715
             10 WS-VEL-IN-WINDOW     PIC 9.                             00443715
             10 WS-VEL-DISTINCT      PIC 9.                             00443715
       01 WS-VEL-CURRENT-MINUTE   PIC 9(12).                            00443715
       01 WS-VEL-WINDOW-FLOOR     PIC S9(12).                           00443715
       01 WS-VEL-DATE-NUM         PIC 9(8).                             00443715
       01 WS-VEL-HH               PIC 9(2).                             00443715
       01 WS-VEL-MM               PIC 9(2).                             00443715
       01 WS-VEL-WINDOW-CNTR      PIC 9(3).                             00443715
       01 WS-VEL-DISTINCT-CNTR    PIC 9(3).                             00443715
       01 WS-VEL-START-CREDTT     PIC X(19).                            00443715
       01 WS-VEL-WORK-CREDTT      PIC X(19).                            00443715
       01 WS-VEL-MINUTE-OK        PIC 9 VALUE 0.                        00443715
      *    THE NEXT STORE ROW FOR TODAY, HELD UNTIL ITS CUSTOMER COMES  00443715
      *    UP -- THE SAME HOLD-AHEAD MASTRANC USES ON AHSTIN.           00443715
       01 WS-IDVLIN-OPEN          PIC 9 VALUE 0.                        00443715
       01 WS-IDVLIN-HELD          PIC 9 VALUE 0.                        00443715
       01 WS-IDVLIN-HOLD.                                               00443715
          05 WS-IDVLIN-HOLD-CONT-ID  PIC 9(10).                         00443715
          05 WS-IDVLIN-HOLD-TYPE     PIC X(1).                          00443715
          05 WS-IDVLIN-HOLD-CREDTT   PIC X(19).                         00443715
          05 WS-IDVLIN-HOLD-MERCHANT PIC X(40).                         00443715
         COPY PGATLNK.                                                  00443715
                                                                        00443715
       PROCEDURE DIVISION.                                              00443715
                                                                        00443715
           PERFORM START-PROCESS                                        00443715
                                                                        00443715
           PERFORM MAIN-PROCESS                                         00443715
                                                                        00443715
           PERFORM VALIDATE-TRAILER-PARA                                00443715
                                                                        00443715
           PERFORM END-PROCESS                                          00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       START-PROCESS.                                                   00443715
                                                                        00443715
           DISPLAY 'START PROCESS'                                      00443715
                                                                        00443715
           MOVE FUNCTION CURRENT-DATE TO WS-DROP-TS                     00443715
                                                                        00443715
           PERFORM OPEN-STATUS-FILE-PARA                                00443715
                                                                        00443715
           PERFORM READ-PARM-PARA                                       00443715
                                                                        00443715
           PERFORM READ-WATCH-LIST-PARA                                 00443715
                                                                        00443715
           PERFORM READ-SUPPRESSIONS-PARA                               00443715
                                                                        00443715
           PERFORM FILE-OPEN-PARA                                       00443715
                                                                        00443715
           PERFORM OPEN-VELOCITY-STORE-PARA                             00443715
                                                                        00443715
           PERFORM MAIN-FILE-READ-PARA                                  00443715
                                                                        00443715
           PERFORM DROP-READ-PARA                                       00443715
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
           MOVE 'MASTRNID' TO PGAT-JOB-NAME                             00443715
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
      *    THE SAME PARM CARD AS THE NIGHT THE DROPS BELONG TO, WITH    00443715
      *    MASTRANC'S DEFAULTS FOR THE THRESHOLDS THIS JOB USES, SO AN  00443715
      *    ALERT RAISED HERE IS THE ALERT THE NIGHT WOULD HAVE RAISED.  00443715
           MOVE SPACES TO PARM-PROCESS-DATE                             00443715
           MOVE ZEROES TO PARM-HIGH-VALUE-THRESHOLD                     00443715
           MOVE ZEROES TO PARM-VEL-TXN-CNT                              00443715
           MOVE ZEROES TO PARM-VEL-WINDOW-MIN                           00443715
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
      *    THE PROCESS DATE TIES EVERY ALERT AND STORE ROW TO ITS       00443715
      *    BUSINESS DAY -- WITHOUT ONE THE NIGHT COULD NOT TELL TODAY'S 00443715
      *    ALERTS FROM YESTERDAY'S.                                     00443715
           IF PARM-PROCESS-DATE NOT NUMERIC                             00443715
             DISPLAY 'PARM-PROCESS-DATE MISSING -- DROP ALERTS '        00443715
                     'CANNOT BE DATED'                                  00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'NO PROCESS DATE' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-HIGH-VALUE-THRESHOLD NOT NUMERIC                     00443715
              OR PARM-HIGH-VALUE-THRESHOLD = ZEROES                     00443715
             MOVE 10000.00 TO PARM-HIGH-VALUE-THRESHOLD                 00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-VEL-TXN-CNT NOT NUMERIC                              00443715
              OR PARM-VEL-TXN-CNT = ZEROES                              00443715
             MOVE 5 TO PARM-VEL-TXN-CNT                                 00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-VEL-WINDOW-MIN NOT NUMERIC                           00443715
              OR PARM-VEL-WINDOW-MIN = ZEROES                           00443715
             MOVE 15 TO PARM-VEL-WINDOW-MIN                             00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'PARM PROCESS DATE = ' PARM-PROCESS-DATE             00443715
           DISPLAY 'PARM HIGH VALUE THRESHOLD = '                       00443715
                   PARM-HIGH-VALUE-THRESHOLD                            00443715
           DISPLAY 'PARM VEL TXN CNT = ' PARM-VEL-TXN-CNT               00443715
           DISPLAY 'PARM VEL WINDOW MIN = ' PARM-VEL-WINDOW-MIN         00443715
           DISPLAY 'DROP SCREENED AT ' WS-DROP-TS                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       READ-WATCH-LIST-PARA.                                            00443715
                                                                        00443715
           OPEN INPUT WTCHFILE                                          00443715
                                                                        00443715
           IF WTCHFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'NO WATCH LIST FILE -- SCREENING OFF'              00443715
           ELSE                                                         00443715
             PERFORM UNTIL WS-WTCH-EOF = 1                              00443715
               READ WTCHFILE                                            00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-WTCH-EOF                                00443715
                 NOT AT END                                             00443715
                   IF WS-WTCH-USED < 100                                00443715
                     ADD 1 TO WS-WTCH-USED                              00443715
                     MOVE WTCH-TYPE                                     00443715
                       TO WS-WTCH-TYPE (WS-WTCH-USED)                   00443715
                     MOVE WTCH-KEY-1                                    00443715
                       TO WS-WTCH-KEY-1 (WS-WTCH-USED)                  00443715
                     MOVE WTCH-KEY-2                                    00443715
                       TO WS-WTCH-KEY-2 (WS-WTCH-USED)                  00443715
                   ELSE                                                 00443715
                     DISPLAY 'WATCH LIST TABLE FULL -- '                00443715
                             WTCH-KEY-1 (1:20) ' DROPPED'               00443715
                   END-IF                                               00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
                                                                        00443715
             CLOSE WTCHFILE                                             00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'WATCH LIST ENTRIES LOADED = ' WS-WTCH-USED          00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       READ-SUPPRESSIONS-PARA.                                          00443715
      *    NO SUPPRESSION FILE MEANS NOTHING IS HELD BACK -- EVERY      00443715
      *    ALERT IS RAISED.                                             00443715
           OPEN INPUT SUPPFILE                                          00443715
                                                                        00443715
           IF SUPPFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'NO SUPPRESSION FILE -- NO ALERTS SUPPRESSED'      00443715
           ELSE                                                         00443715
             PERFORM UNTIL WS-SUPP-EOF = 1                              00443715
               READ SUPPFILE                                            00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-SUPP-EOF                                00443715
                 NOT AT END                                             00443715
                   IF SUPP-UNTIL-DATE NOT < PARM-PROCESS-DATE           00443715
                     IF WS-SUPP-USED < 2000                             00443715
                       ADD 1 TO WS-SUPP-USED                            00443715
                       MOVE SUPP-CONT-ID                                00443715
                         TO WS-SUPP-CONT-ID (WS-SUPP-USED)              00443715
                       MOVE SUPP-SOURCE                                 00443715
                         TO WS-SUPP-SOURCE (WS-SUPP-USED)               00443715
                     ELSE                                               00443715
                       DISPLAY 'SUPPRESSION TABLE FULL -- '             00443715
                               SUPP-CONT-ID ' ' SUPP-SOURCE             00443715
                               ' DROPPED'                               00443715
                     END-IF                                             00443715
                   END-IF                                               00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
                                                                        00443715
             CLOSE SUPPFILE                                             00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'SUPPRESSIONS LOADED = ' WS-SUPP-USED                00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FILE-OPEN-PARA.                                                  00443715
                                                                        00443715
           OPEN INPUT CUSTMAST                                          00443715
                                                                        00443715
           IF CUSTFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN MAIN FILE-STATUS = '  CUSTFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT DROPFILE                                          00443715
                                                                        00443715
           IF DROPFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN DROP FILE-STATUS = '  DROPFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT IDALFILE                                         00443715
                                                                        00443715
           IF IDALFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN IDAL FILE-STATUS = '  IDALFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT IDVLFILE                                         00443715
                                                                        00443715
           IF IDVLFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN IDVL FILE-STATUS = '  IDVLFILE-FILE-STATUS   00443715
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
       OPEN-VELOCITY-STORE-PARA.                                        00443715
      *    NO STORE MEANS THIS IS THE DAY'S FIRST DROP.                 00443715
           OPEN INPUT IDVLIN                                            00443715
                                                                        00443715
           IF IDVLIN-FILE-STATUS NOT = '00'                             00443715
           THEN                                                         00443715
             DISPLAY 'NO VELOCITY STORE -- FIRST DROP OF THE DAY'       00443715
           ELSE                                                         00443715
             MOVE 1 TO WS-IDVLIN-OPEN                                   00443715
             PERFORM IDVLIN-READ-PARA                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       IDVLIN-READ-PARA.                                                00443715
      *    HOLD THE NEXT STORE ROW FOR TODAY -- ROWS FROM AN EARLIER    00443715
      *    DAY FALL OUT HERE.                                           00443715
           MOVE 0 TO WS-IDVLIN-HELD                                     00443715
                                                                        00443715
           PERFORM UNTIL WS-IDVLIN-HELD = 1                             00443715
                      OR WS-IDVLIN-OPEN = 0                             00443715
             READ IDVLIN                                                00443715
               AT END                                                   00443715
                 MOVE 0 TO WS-IDVLIN-OPEN                               00443715
                 CLOSE IDVLIN                                           00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-IDVLIN-CNTR                                00443715
                 IF IDVLIN-PROCESS-DATE = PARM-PROCESS-DATE             00443715
                   MOVE 1 TO WS-IDVLIN-HELD                             00443715
                   MOVE IDVLIN-CONT-ID    TO WS-IDVLIN-HOLD-CONT-ID     00443715
                   MOVE IDVLIN-ENTRY-TYPE TO WS-IDVLIN-HOLD-TYPE        00443715
                   MOVE IDVLIN-CREDTT     TO WS-IDVLIN-HOLD-CREDTT      00443715
                   MOVE IDVLIN-MERCHANT   TO WS-IDVLIN-HOLD-MERCHANT    00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MAIN-PROCESS.                                                    00443715
      *    THE DROP DRIVES: CUSTMAST IS ADVANCED TO EACH TRANSACTION'S  00443715
      *    CONTRACT. A TRANSACTION WITH NO MASTER ROW IS ONLY COUNTED   00443715
      *    -- THE NIGHT SUSPENDS IT, AND THERE IS NO CUSTOMER TO ALERT  00443715
      *    ON YET.                                                      00443715
           PERFORM UNTIL DROP-EOF = 1                                   00443715
             PERFORM UNTIL MAS-EOF = 1                                  00443715
                        OR MAIN-CONT-ID NOT < WS-TRAN-CONT-ID           00443715
               PERFORM MAIN-FILE-READ-PARA                              00443715
             END-PERFORM                                                00443715
                                                                        00443715
             IF MAS-EOF = 0                                             00443715
                AND MAIN-CONT-ID = WS-TRAN-CONT-ID                      00443715
               IF WS-CUST-ACTIVE = 0                                    00443715
                  OR WS-CUST-CONT-ID NOT = WS-TRAN-CONT-ID              00443715
                 PERFORM END-CUSTOMER-PARA                              00443715
                 PERFORM START-CUSTOMER-PARA                            00443715
               END-IF                                                   00443715
               PERFORM SCREEN-TRANSACTION-PARA                          00443715
             ELSE                                                       00443715
               ADD 1 TO WS-NOMAST-CNTR                                  00443715
             END-IF                                                     00443715
                                                                        00443715
             PERFORM DROP-READ-PARA                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           PERFORM END-CUSTOMER-PARA                                    00443715
                                                                        00443715
           PERFORM FLUSH-VELOCITY-STORE-PARA                            00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       START-CUSTOMER-PARA.                                             00443715
                                                                        00443715
           MOVE WS-TRAN-CONT-ID TO WS-CUST-CONT-ID                      00443715
           MOVE 1               TO WS-CUST-ACTIVE                       00443715
           ADD 1 TO WS-CUSTOMER-CNTR                                    00443715
                                                                        00443715
           MOVE ZEROES TO WS-VEL-USED                                   00443715
           MOVE 0      TO WS-VEL-ALERTED                                00443715
           MOVE SPACES TO WS-DUP-PREV                                   00443715
                                                                        00443715
           PERFORM LOAD-VELOCITY-STORE-PARA                             00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOAD-VELOCITY-STORE-PARA.                                        00443715
      *    STORE ROWS FOR CONTRACTS BELOW THIS ONE ROLL FORWARD UNREAD; 00443715
      *    THIS CONTRACT'S AUTHORIZATIONS JOIN THE VELOCITY TABLE, AND  00443715
      *    A 'V' ROW MEANS ITS ALERT IS ALREADY OUT.                    00443715
           PERFORM UNTIL WS-IDVLIN-HELD = 0                             00443715
                      OR WS-IDVLIN-HOLD-CONT-ID NOT < WS-CUST-CONT-ID   00443715
             PERFORM WRITE-IDVL-PASSTHRU-PARA                           00443715
             PERFORM IDVLIN-READ-PARA                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           PERFORM UNTIL WS-IDVLIN-HELD = 0                             00443715
                      OR WS-IDVLIN-HOLD-CONT-ID NOT = WS-CUST-CONT-ID   00443715
             IF WS-IDVLIN-HOLD-TYPE = 'V'                               00443715
               MOVE 1 TO WS-VEL-ALERTED                                 00443715
             ELSE                                                       00443715
               MOVE WS-IDVLIN-HOLD-CREDTT TO WS-VEL-WORK-CREDTT         00443715
               PERFORM COMPUTE-VEL-MINUTE-PARA                          00443715
               IF WS-VEL-MINUTE-OK = 1                                  00443715
                  AND WS-VEL-USED < 200                                 00443715
                 ADD 1 TO WS-VEL-USED                                   00443715
                 MOVE WS-VEL-CURRENT-MINUTE                             00443715
                   TO WS-VEL-MINUTE (WS-VEL-USED)                       00443715
                 MOVE WS-IDVLIN-HOLD-CREDTT                             00443715
                   TO WS-VEL-CREDTT (WS-VEL-USED)                       00443715
                 MOVE WS-IDVLIN-HOLD-MERCHANT                           00443715
                   TO WS-VEL-MERCHANT (WS-VEL-USED)                     00443715
               ELSE                                                     00443715
                 PERFORM WRITE-IDVL-PASSTHRU-PARA                       00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
             PERFORM IDVLIN-READ-PARA                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END-CUSTOMER-PARA.                                               00443715
      *    ROLL THE CUSTOMER'S DAY FORWARD ONTO THE STORE -- EVERY      00443715
      *    AUTHORIZATION IN THE TABLE, EARLIER DROPS' AND THIS ONE'S,   00443715
      *    AND THE 'V' ROW ONCE THE ALERT HAS GONE OUT.                 00443715
           IF WS-CUST-ACTIVE = 1                                        00443715
             PERFORM VARYING WS-VEL-IDX FROM 1 BY 1                     00443715
               UNTIL WS-VEL-IDX > WS-VEL-USED                           00443715
               INITIALIZE IDVL-REC                                      00443715
               MOVE PARM-PROCESS-DATE TO IDVL-PROCESS-DATE              00443715
               MOVE ','               TO IDVL-SEPARATOR-1               00443715
               MOVE WS-CUST-CONT-ID   TO IDVL-CONT-ID                   00443715
               MOVE ','               TO IDVL-SEPARATOR-2               00443715
               MOVE 'A'               TO IDVL-ENTRY-TYPE                00443715
               MOVE ','               TO IDVL-SEPARATOR-3               00443715
               MOVE WS-VEL-CREDTT (WS-VEL-IDX)   TO IDVL-CREDTT         00443715
               MOVE ','               TO IDVL-SEPARATOR-4               00443715
               MOVE WS-VEL-MERCHANT (WS-VEL-IDX) TO IDVL-MERCHANT       00443715
                                                                        00443715
               WRITE IDVL-REC                                           00443715
                                                                        00443715
               ADD 1 TO WS-IDVLFILE-CNTR                                00443715
             END-PERFORM                                                00443715
                                                                        00443715
             IF WS-VEL-ALERTED = 1                                      00443715
               INITIALIZE IDVL-REC                                      00443715
               MOVE PARM-PROCESS-DATE TO IDVL-PROCESS-DATE              00443715
               MOVE ','               TO IDVL-SEPARATOR-1               00443715
               MOVE WS-CUST-CONT-ID   TO IDVL-CONT-ID                   00443715
               MOVE ','               TO IDVL-SEPARATOR-2               00443715
               MOVE 'V'               TO IDVL-ENTRY-TYPE                00443715
               MOVE ','               TO IDVL-SEPARATOR-3               00443715
               MOVE ','               TO IDVL-SEPARATOR-4               00443715
                                                                        00443715
               WRITE IDVL-REC                                           00443715
                                                                        00443715
               ADD 1 TO WS-IDVLFILE-CNTR                                00443715
             END-IF                                                     00443715
                                                                        00443715
             MOVE 0 TO WS-CUST-ACTIVE                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-IDVL-PASSTHRU-PARA.                                        00443715
                                                                        00443715
           INITIALIZE IDVL-REC                                          00443715
           MOVE PARM-PROCESS-DATE       TO IDVL-PROCESS-DATE            00443715
           MOVE ','                     TO IDVL-SEPARATOR-1             00443715
           MOVE WS-IDVLIN-HOLD-CONT-ID  TO IDVL-CONT-ID                 00443715
           MOVE ','                     TO IDVL-SEPARATOR-2             00443715
           MOVE WS-IDVLIN-HOLD-TYPE     TO IDVL-ENTRY-TYPE              00443715
           MOVE ','                     TO IDVL-SEPARATOR-3             00443715
           MOVE WS-IDVLIN-HOLD-CREDTT   TO IDVL-CREDTT                  00443715
           MOVE ','                     TO IDVL-SEPARATOR-4             00443715
           MOVE WS-IDVLIN-HOLD-MERCHANT TO IDVL-MERCHANT                00443715
                                                                        00443715
           WRITE IDVL-REC                                               00443715
                                                                        00443715
           ADD 1 TO WS-IDVLFILE-CNTR                                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FLUSH-VELOCITY-STORE-PARA.                                       00443715
      *    STORE ROWS ABOVE THE DROP'S LAST CONTRACT STILL ROLL         00443715
      *    FORWARD.                                                     00443715
           PERFORM UNTIL WS-IDVLIN-HELD = 0                             00443715
             PERFORM WRITE-IDVL-PASSTHRU-PARA                           00443715
             PERFORM IDVLIN-READ-PARA                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       SCREEN-TRANSACTION-PARA.                                         00443715
      *    THE NIGHT'S SCREENING ORDER: A DUPLICATE AUTHORIZATION IS    00443715
      *    NOT SCREENED; A GOOD ONE JOINS THE VELOCITY WINDOW, THEN     00443715
      *    THE WATCH LIST, THEN THE HIGH-VALUE TEST. NEGATIVES ONLY     00443715
      *    FACE THE HIGH-VALUE TEST.                                    00443715
           ADD 1 TO WS-SCREENED-CNTR                                    00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN TXN-TYPE-AUTHORIZATION                                00443715
               PERFORM CHECK-DUPLICATE-TRAN-PARA                        00443715
               IF WS-TRAN-DUPLICATE = 1                                 00443715
                 ADD 1 TO WS-DUPLICATE-CNTR                             00443715
               ELSE                                                     00443715
                 COMPUTE WS-CURR-CURRENT-AMOUNT = FUNCTION NUMVAL       00443715
                   (TXN-AUREQ-TX-DT-TTLAMT)                             00443715
                 MOVE TXN-AUREQ-TX-DT-TTLAMT TO WS-CURR-CURRENT-TEXT    00443715
                 PERFORM TRACK-VELOCITY-PARA                            00443715
                 PERFORM DERIVE-CARD-LAST4-PARA                         00443715
                 PERFORM SCREEN-WATCH-LIST-PARA                         00443715
                 PERFORM CHECK-HIVAL-PARA                               00443715
               END-IF                                                   00443715
             WHEN TXN-TYPE-REFUND                                       00443715
               COMPUTE WS-CURR-CURRENT-AMOUNT =                         00443715
                 - FUNCTION NUMVAL (RFD-AMOUNT)                         00443715
               MOVE RFD-AMOUNT TO WS-CURR-CURRENT-TEXT                  00443715
               PERFORM CHECK-HIVAL-PARA                                 00443715
             WHEN TXN-TYPE-CHARGEBACK                                   00443715
               COMPUTE WS-CURR-CURRENT-AMOUNT =                         00443715
                 - FUNCTION NUMVAL (CBK-AMOUNT)                         00443715
               MOVE CBK-AMOUNT TO WS-CURR-CURRENT-TEXT                  00443715
               PERFORM CHECK-HIVAL-PARA                                 00443715
             WHEN TXN-TYPE-REVERSAL                                     00443715
               COMPUTE WS-CURR-CURRENT-AMOUNT =                         00443715
                 - FUNCTION NUMVAL (RVS-AMOUNT)                         00443715
               MOVE RVS-AMOUNT TO WS-CURR-CURRENT-TEXT                  00443715
               PERFORM CHECK-HIVAL-PARA                                 00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-DUPLICATE-TRAN-PARA.                                       00443715
                                                                        00443715
           MOVE 0 TO WS-TRAN-DUPLICATE                                  00443715
                                                                        00443715
           IF TXN-HDR-CREDTT = WS-DUP-PREV-CREDTT                       00443715
              AND TXN-AUREQ-ENV-M-ID-ID = WS-DUP-PREV-MERCH-ID          00443715
              AND TXN-AUREQ-TX-DT-TTLAMT = WS-DUP-PREV-AMOUNT           00443715
             MOVE 1 TO WS-TRAN-DUPLICATE                                00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE TXN-HDR-CREDTT         TO WS-DUP-PREV-CREDTT            00443715
           MOVE TXN-AUREQ-ENV-M-ID-ID  TO WS-DUP-PREV-MERCH-ID          00443715
           MOVE TXN-AUREQ-TX-DT-TTLAMT TO WS-DUP-PREV-AMOUNT            00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       DERIVE-CARD-LAST4-PARA.                                          00443715
      *    THE LAST FOUR NON-SPACE CHARACTERS OF THE PAN, AS MASTRANC   00443715
      *    TAKES THEM FOR THE CARD ROLLUP. NOTHING ELSE OF THE PAN IS   00443715
      *    KEPT.                                                        00443715
           INITIALIZE WS-PAN-VARIABLES                                  00443715
                                                                        00443715
           INSPECT FUNCTION REVERSE (TXN-AUREQ-ENV-CPL-PAN)             00443715
             TALLYING WS-PAN-TRAIL FOR LEADING SPACE                    00443715
                                                                        00443715
           COMPUTE WS-PAN-LEN =                                         00443715
             LENGTH OF TXN-AUREQ-ENV-CPL-PAN - WS-PAN-TRAIL             00443715
                                                                        00443715
           IF WS-PAN-LEN > 4                                            00443715
             MOVE TXN-AUREQ-ENV-CPL-PAN (WS-PAN-LEN - 3:4)              00443715
               TO WS-CARD-CURRENT-LAST4                                 00443715
           ELSE                                                         00443715
             IF WS-PAN-LEN > 0                                          00443715
               MOVE TXN-AUREQ-ENV-CPL-PAN (1:WS-PAN-LEN)                00443715
                 TO WS-CARD-CURRENT-LAST4                               00443715
             ELSE                                                       00443715
               MOVE SPACES TO WS-CARD-CURRENT-LAST4                     00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-SUPPRESSION-PARA.                                          00443715
                                                                        00443715
           MOVE 0 TO WS-SUPP-HIT                                        00443715
                                                                        00443715
           PERFORM VARYING WS-SUPP-IDX FROM 1 BY 1                      00443715
             UNTIL WS-SUPP-IDX > WS-SUPP-USED                           00443715
                OR WS-SUPP-HIT = 1                                      00443715
             IF WS-SUPP-CONT-ID (WS-SUPP-IDX) = WS-SUPP-CHECK-CONT-ID   00443715
                AND WS-SUPP-SOURCE (WS-SUPP-IDX) = WS-SUPP-CHECK-SOURCE 00443715
               MOVE 1 TO WS-SUPP-HIT                                    00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       SCREEN-WATCH-LIST-PARA.                                          00443715
      *    A MERCHANT ENTRY MATCHES ON THE MERCHANT ID; A CARD ENTRY    00443715
      *    MATCHES ON THE LAST-4 PLUS BRAND. EVERY MATCHING ENTRY       00443715
      *    RAISES ITS OWN ALERT, AS EVERY ONE WRITES ITS OWN WHITFILE   00443715
      *    ROW OVERNIGHT.                                               00443715
           PERFORM VARYING WS-WTCH-IDX FROM 1 BY 1                      00443715
             UNTIL WS-WTCH-IDX > WS-WTCH-USED                           00443715
             EVALUATE TRUE                                              00443715
               WHEN WS-WTCH-TYPE (WS-WTCH-IDX) = 'MERCHANT'             00443715
                AND WS-WTCH-KEY-1 (WS-WTCH-IDX)                         00443715
                    = TXN-AUREQ-ENV-M-ID-ID                             00443715
                 PERFORM RAISE-WATCH-HIT-PARA                           00443715
               WHEN WS-WTCH-TYPE (WS-WTCH-IDX) = 'CARD'                 00443715
                AND WS-WTCH-KEY-1 (WS-WTCH-IDX)                         00443715
                    = TXN-AUREQ-ENV-C-CARDBRND                          00443715
                AND WS-WTCH-KEY-2 (WS-WTCH-IDX)                         00443715
                    = WS-CARD-CURRENT-LAST4                             00443715
                 PERFORM RAISE-WATCH-HIT-PARA                           00443715
               WHEN OTHER                                               00443715
                 CONTINUE                                               00443715
             END-EVALUATE                                               00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       RAISE-WATCH-HIT-PARA.                                            00443715
                                                                        00443715
           MOVE WS-TRAN-CONT-ID        TO WS-SUPP-CHECK-CONT-ID         00443715
           MOVE 'WATCH'                TO WS-SUPP-CHECK-SOURCE          00443715
           PERFORM CHECK-SUPPRESSION-PARA                               00443715
                                                                        00443715
           IF WS-SUPP-HIT = 1                                           00443715
             ADD 1 TO WS-SUPPRESSED-CNTR                                00443715
           ELSE                                                         00443715
             PERFORM START-ALERT-PARA                                   00443715
             MOVE 'WATCH'                    TO IDAL-SOURCE             00443715
             MOVE WS-WTCH-TYPE (WS-WTCH-IDX) TO IDAL-LIST-TYPE          00443715
             IF WS-WTCH-TYPE (WS-WTCH-IDX) = 'CARD'                     00443715
               MOVE WS-WTCH-KEY-2 (WS-WTCH-IDX) TO IDAL-LIST-KEY        00443715
             ELSE                                                       00443715
               MOVE WS-WTCH-KEY-1 (WS-WTCH-IDX) TO IDAL-LIST-KEY        00443715
             END-IF                                                     00443715
             PERFORM WRITE-ALERT-PARA                                   00443715
             ADD 1 TO WS-WATCH-CNTR                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-HIVAL-PARA.                                                00443715
                                                                        00443715
           IF FUNCTION ABS (WS-CURR-CURRENT-AMOUNT) >                   00443715
              PARM-HIGH-VALUE-THRESHOLD                                 00443715
           THEN                                                         00443715
             MOVE WS-TRAN-CONT-ID    TO WS-SUPP-CHECK-CONT-ID           00443715
             MOVE 'HIVAL'            TO WS-SUPP-CHECK-SOURCE            00443715
             PERFORM CHECK-SUPPRESSION-PARA                             00443715
                                                                        00443715
             IF WS-SUPP-HIT = 1                                         00443715
               ADD 1 TO WS-SUPPRESSED-CNTR                              00443715
             ELSE                                                       00443715
               PERFORM START-ALERT-PARA                                 00443715
               MOVE 'HIVAL'          TO IDAL-SOURCE                     00443715
               PERFORM WRITE-ALERT-PARA                                 00443715
               ADD 1 TO WS-HIVAL-CNTR                                   00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       COMPUTE-VEL-MINUTE-PARA.                                         00443715
      *    FOLD A CREATE TIMESTAMP'S DATE AND HH/MM INTO ONE MINUTE     00443715
      *    NUMBER. A TIMESTAMP THAT DOES NOT PARSE CANNOT JOIN THE      00443715
      *    WINDOW TEST AND IS LEFT OUT RATHER THAN GUESSED.             00443715
           MOVE 0 TO WS-VEL-MINUTE-OK                                   00443715
                                                                        00443715
           MOVE WS-VEL-WORK-CREDTT (1:4)  TO WS-VEL-DATE-NUM (1:4)      00443715
           MOVE WS-VEL-WORK-CREDTT (6:2)  TO WS-VEL-DATE-NUM (5:2)      00443715
           MOVE WS-VEL-WORK-CREDTT (9:2)  TO WS-VEL-DATE-NUM (7:2)      00443715
                                                                        00443715
           IF WS-VEL-DATE-NUM IS NUMERIC                                00443715
              AND WS-VEL-WORK-CREDTT (12:2) IS NUMERIC                  00443715
              AND WS-VEL-WORK-CREDTT (15:2) IS NUMERIC                  00443715
             MOVE WS-VEL-WORK-CREDTT (12:2) TO WS-VEL-HH                00443715
             MOVE WS-VEL-WORK-CREDTT (15:2) TO WS-VEL-MM                00443715
             COMPUTE WS-VEL-CURRENT-MINUTE =                            00443715
               FUNCTION INTEGER-OF-DATE (WS-VEL-DATE-NUM) * 1440        00443715
               + WS-VEL-HH * 60 + WS-VEL-MM                             00443715
             MOVE 1 TO WS-VEL-MINUTE-OK                                 00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       TRACK-VELOCITY-PARA.                                             00443715
                                                                        00443715
           MOVE TXN-HDR-CREDTT (1:19) TO WS-VEL-WORK-CREDTT             00443715
           PERFORM COMPUTE-VEL-MINUTE-PARA                              00443715
                                                                        00443715
           IF WS-VEL-MINUTE-OK = 1                                      00443715
             IF WS-VEL-USED < 200                                       00443715
               ADD 1 TO WS-VEL-USED                                     00443715
               MOVE WS-VEL-CURRENT-MINUTE                               00443715
                 TO WS-VEL-MINUTE (WS-VEL-USED)                         00443715
               MOVE TXN-HDR-CREDTT (1:19)                               00443715
                 TO WS-VEL-CREDTT (WS-VEL-USED)                         00443715
               MOVE TXN-AUREQ-ENV-M-ID-ID                               00443715
                 TO WS-VEL-MERCHANT (WS-VEL-USED)                       00443715
                                                                        00443715
               IF WS-VEL-ALERTED = 0                                    00443715
                 PERFORM CHECK-VELOCITY-WINDOW-PARA                     00443715
               END-IF                                                   00443715
             ELSE                                                       00443715
      *        A 201ST AUTHORIZATION IN ONE CUSTOMER'S DAY CANNOT JOIN  00443715
      *        THE WINDOW OR THE STORE -- COUNTED, AND THE NIGHT'S      00443715
      *        OVERFLOW REPORTING PICKS THE CUSTOMER UP.                00443715
               ADD 1 TO WS-IDVL-FULL-CNTR                               00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-VELOCITY-WINDOW-PARA.                                      00443715
      *    COUNT THE AUTHORIZATIONS INSIDE THE TRAILING WINDOW AND,     00443715
      *    AMONG THOSE, THE DISTINCT MERCHANTS -- THE ALERT FIRES ON    00443715
      *    DISTINCT MERCHANTS, AS IT DOES OVERNIGHT.                    00443715
           COMPUTE WS-VEL-WINDOW-FLOOR = WS-VEL-CURRENT-MINUTE          00443715
             - PARM-VEL-WINDOW-MIN                                      00443715
                                                                        00443715
           MOVE ZEROES TO WS-VEL-WINDOW-CNTR                            00443715
           MOVE ZEROES TO WS-VEL-DISTINCT-CNTR                          00443715
           MOVE SPACES TO WS-VEL-START-CREDTT                           00443715
                                                                        00443715
           PERFORM VARYING WS-VEL-IDX FROM 1 BY 1                       00443715
             UNTIL WS-VEL-IDX > WS-VEL-USED                             00443715
             MOVE 0 TO WS-VEL-IN-WINDOW (WS-VEL-IDX)                    00443715
             MOVE 0 TO WS-VEL-DISTINCT (WS-VEL-IDX)                     00443715
             IF WS-VEL-MINUTE (WS-VEL-IDX) NOT < WS-VEL-WINDOW-FLOOR    00443715
                AND WS-VEL-MINUTE (WS-VEL-IDX)                          00443715
                    NOT > WS-VEL-CURRENT-MINUTE                         00443715
               MOVE 1 TO WS-VEL-IN-WINDOW (WS-VEL-IDX)                  00443715
               ADD 1 TO WS-VEL-WINDOW-CNTR                              00443715
               IF WS-VEL-START-CREDTT = SPACES                          00443715
                  OR WS-VEL-CREDTT (WS-VEL-IDX)                         00443715
                     < WS-VEL-START-CREDTT                              00443715
                 MOVE WS-VEL-CREDTT (WS-VEL-IDX)                        00443715
                   TO WS-VEL-START-CREDTT                               00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           PERFORM VARYING WS-VEL-IDX FROM 1 BY 1                       00443715
             UNTIL WS-VEL-IDX > WS-VEL-USED                             00443715
             IF WS-VEL-IN-WINDOW (WS-VEL-IDX) = 1                       00443715
               MOVE 1 TO WS-VEL-DISTINCT (WS-VEL-IDX)                   00443715
               PERFORM VARYING WS-VEL-IDX2 FROM 1 BY 1                  00443715
                 UNTIL WS-VEL-IDX2 = WS-VEL-IDX                         00443715
                 IF WS-VEL-IN-WINDOW (WS-VEL-IDX2) = 1                  00443715
                    AND WS-VEL-MERCHANT (WS-VEL-IDX2)                   00443715
                        = WS-VEL-MERCHANT (WS-VEL-IDX)                  00443715
                   MOVE 0 TO WS-VEL-DISTINCT (WS-VEL-IDX)               00443715
                 END-IF                                                 00443715
               END-PERFORM                                              00443715
               IF WS-VEL-DISTINCT (WS-VEL-IDX) = 1                      00443715
                 ADD 1 TO WS-VEL-DISTINCT-CNTR                          00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-VEL-DISTINCT-CNTR NOT < PARM-VEL-TXN-CNT               00443715
             MOVE 1 TO WS-VEL-ALERTED                                   00443715
             MOVE WS-TRAN-CONT-ID TO WS-SUPP-CHECK-CONT-ID              00443715
             MOVE 'VELOCITY'      TO WS-SUPP-CHECK-SOURCE               00443715
             PERFORM CHECK-SUPPRESSION-PARA                             00443715
             IF WS-SUPP-HIT = 1                                         00443715
               ADD 1 TO WS-SUPPRESSED-CNTR                              00443715
             ELSE                                                       00443715
               PERFORM START-ALERT-PARA                                 00443715
               MOVE 'VELOCITY'           TO IDAL-SOURCE                 00443715
               MOVE WS-VEL-START-CREDTT  TO IDAL-WINDOW-START           00443715
               MOVE WS-VEL-WINDOW-CNTR   TO IDAL-TXN-CNTR               00443715
               MOVE WS-VEL-DISTINCT-CNTR TO IDAL-MERCHANT-CNTR          00443715
               PERFORM WRITE-ALERT-PARA                                 00443715
               ADD 1 TO WS-VELOCITY-CNTR                                00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       START-ALERT-PARA.                                                00443715
      *    THE PART OF AN ALERT ROW EVERY SOURCE FILLS THE SAME WAY --  00443715
      *    THE DROP'S STAMP AND THE TRANSACTION THAT RAISED IT.         00443715
           INITIALIZE IDAL-REC                                          00443715
                                                                        00443715
           MOVE WS-DROP-TS             TO IDAL-RAISED-TS                00443715
           MOVE ','                    TO IDAL-SEPARATOR-1              00443715
           MOVE PARM-PROCESS-DATE      TO IDAL-PROCESS-DATE             00443715
           MOVE ','                    TO IDAL-SEPARATOR-2              00443715
           MOVE ','                    TO IDAL-SEPARATOR-3              00443715
           MOVE WS-TRAN-CONT-ID        TO IDAL-CONT-ID                  00443715
           MOVE ','                    TO IDAL-SEPARATOR-4              00443715
           MOVE TXN-TYPE-CODE          TO IDAL-TYPE-CODE                00443715
           MOVE ','                    TO IDAL-SEPARATOR-5              00443715
           MOVE TXN-HDR-CREDTT (1:19)  TO IDAL-CREDTT                   00443715
           MOVE ','                    TO IDAL-SEPARATOR-6              00443715
           EVALUATE TRUE                                                00443715
             WHEN TXN-TYPE-REFUND                                       00443715
               MOVE RFD-MERCHANT-ID    TO IDAL-MERCHANT-ID              00443715
             WHEN TXN-TYPE-CHARGEBACK                                   00443715
               MOVE CBK-MERCHANT-ID    TO IDAL-MERCHANT-ID              00443715
             WHEN TXN-TYPE-REVERSAL                                     00443715
               MOVE RVS-MERCHANT-ID    TO IDAL-MERCHANT-ID              00443715
             WHEN OTHER                                                 00443715
               MOVE TXN-AUREQ-ENV-M-ID-ID TO IDAL-MERCHANT-ID           00443715
           END-EVALUATE                                                 00443715
           MOVE ','                    TO IDAL-SEPARATOR-7              00443715
           MOVE WS-CURR-CURRENT-TEXT   TO IDAL-AMOUNT                   00443715
           MOVE ','                    TO IDAL-SEPARATOR-8              00443715
           MOVE ','                    TO IDAL-SEPARATOR-9              00443715
           MOVE ','                    TO IDAL-SEPARATOR-10             00443715
           MOVE ','                    TO IDAL-SEPARATOR-11             00443715
           MOVE ','                    TO IDAL-SEPARATOR-12             00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-ALERT-PARA.                                                00443715
                                                                        00443715
           WRITE IDAL-REC                                               00443715
                                                                        00443715
           ADD 1 TO WS-IDALFILE-CNTR                                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MAIN-FILE-READ-PARA.                                             00443715
      *    LOGICALLY DELETED CUSTOMERS ARE PASSED OVER, AS THEY ARE     00443715
      *    OVERNIGHT.                                                   00443715
           PERFORM MAIN-FILE-GET-PARA                                   00443715
                                                                        00443715
           PERFORM UNTIL MAS-EOF = 1                                    00443715
                      OR CUST-STATUS NOT = 'D'                          00443715
             PERFORM MAIN-FILE-GET-PARA                                 00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MAIN-FILE-GET-PARA.                                              00443715
                                                                        00443715
           READ CUSTMAST                                                00443715
             AT END                                                     00443715
                MOVE 1 TO MAS-EOF                                       00443715
           END-READ                                                     00443715
                                                                        00443715
           IF CUSTFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             IF CUSTFILE-FILE-STATUS NOT = '10'                         00443715
             THEN                                                       00443715
               DISPLAY 'MAIN FILE-STATUS = '  CUSTFILE-FILE-STATUS      00443715
               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'FILE READ ERROR'                                   00443715
                 TO WS-FAIL-REASON                                      00443715
               PERFORM END-PROCESS                                      00443715
             END-IF                                                     00443715
           ELSE                                                         00443715
             ADD 1 TO WS-CUSTMAST-CNTR                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       DROP-READ-PARA.                                                  00443715
      *    SURFACES THE NEXT DATA RECORD, CAPTURING AND SKIPPING THE    00443715
      *    HEADER AND TRAILER AS MASTRANC DOES ON TRANFILE.             00443715
           PERFORM DROP-GET-PARA                                        00443715
                                                                        00443715
           PERFORM UNTIL DROP-EOF = 1                                   00443715
                      OR (NOT TXN-TYPE-HEADER                           00443715
                          AND NOT TXN-TYPE-TRAILER)                     00443715
             PERFORM CAPTURE-DROP-CONTROL-PARA                          00443715
             PERFORM DROP-GET-PARA                                      00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF DROP-EOF = 0                                              00443715
             ADD 1 TO WS-DROPFILE-CNTR                                  00443715
                                                                        00443715
             EVALUATE TRUE                                              00443715
               WHEN TXN-TYPE-REFUND                                     00443715
                 MOVE RFD-CONT-ID TO WS-TRAN-CONT-ID                    00443715
                 COMPUTE WS-TRANHASH-TOTAL = WS-TRANHASH-TOTAL          00443715
                   + FUNCTION ABS (FUNCTION NUMVAL (RFD-AMOUNT))        00443715
               WHEN TXN-TYPE-CHARGEBACK                                 00443715
                 MOVE CBK-CONT-ID TO WS-TRAN-CONT-ID                    00443715
                 COMPUTE WS-TRANHASH-TOTAL = WS-TRANHASH-TOTAL          00443715
                   + FUNCTION ABS (FUNCTION NUMVAL (CBK-AMOUNT))        00443715
               WHEN TXN-TYPE-REVERSAL                                   00443715
                 MOVE RVS-CONT-ID TO WS-TRAN-CONT-ID                    00443715
                 COMPUTE WS-TRANHASH-TOTAL = WS-TRANHASH-TOTAL          00443715
                   + FUNCTION ABS (FUNCTION NUMVAL (RVS-AMOUNT))        00443715
               WHEN OTHER                                               00443715
                 MOVE TRAN-CONT-ID TO WS-TRAN-CONT-ID                   00443715
                 COMPUTE WS-TRANHASH-TOTAL = WS-TRANHASH-TOTAL          00443715
                   + FUNCTION ABS (FUNCTION NUMVAL                      00443715
                     (TXN-AUREQ-TX-DT-TTLAMT))                          00443715
             END-EVALUATE                                               00443715
                                                                        00443715
             PERFORM VALIDATE-TRAN-SEQUENCE-PARA                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       DROP-GET-PARA.                                                   00443715
                                                                        00443715
           READ DROPFILE                                                00443715
             AT END                                                     00443715
                MOVE 1 TO DROP-EOF                                      00443715
           END-READ                                                     00443715
                                                                        00443715
           IF DROPFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             IF DROPFILE-FILE-STATUS NOT = '10'                         00443715
             THEN                                                       00443715
               DISPLAY 'DROP FILE-STATUS = '  DROPFILE-FILE-STATUS      00443715
               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'FILE READ ERROR'                                   00443715
                 TO WS-FAIL-REASON                                      00443715
               PERFORM END-PROCESS                                      00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CAPTURE-DROP-CONTROL-PARA.                                       00443715
                                                                        00443715
           IF TXN-TYPE-HEADER                                           00443715
             MOVE HDR-GEN-DATE TO WS-TRAN-GEN-DATE                      00443715
             DISPLAY 'DROP GENERATION DATE = ' WS-TRAN-GEN-DATE         00443715
           ELSE                                                         00443715
             MOVE 1                TO WS-TRL-SEEN                       00443715
             ADD TRL-RECORD-COUNT  TO WS-TRL-EXP-COUNT                  00443715
             ADD TRL-HASH-TOTAL    TO WS-TRL-EXP-HASH                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       VALIDATE-TRAN-SEQUENCE-PARA.                                     00443715
      *    THE DROP MUST ARRIVE SORTED ASCENDING BY CONT-ID FOR THE     00443715
      *    MERGE AGAINST CUSTMAST AND THE STORE TO LINE UP.             00443715
           IF WS-TRAN-CONT-ID < WS-PREV-TRAN-CONT-ID                    00443715
             DISPLAY 'DROP OUT OF SEQUENCE -- LAST CONT-ID = '          00443715
                     WS-PREV-TRAN-CONT-ID                               00443715
             DISPLAY '                       THIS CONT-ID = '           00443715
                     WS-TRAN-CONT-ID                                    00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OUT OF SEQUENCE'                                00443715
               TO WS-FAIL-REASON                                        00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE WS-TRAN-CONT-ID TO WS-PREV-TRAN-CONT-ID.                00443715
                                                                        00443715
       VALIDATE-TRAILER-PARA.                                           00443715
      *    A DROP CUT OFF IN TRANSIT IS REPORTED AS FAILED SO THE FRAUD 00443715
      *    DESK KNOWS ITS ALERTS ARE INCOMPLETE -- THE ALERTS ALREADY   00443715
      *    WRITTEN STAND, SINCE EVERY ONE OF THEM IS REAL.              00443715
           IF WS-TRL-SEEN = 1                                           00443715
           THEN                                                         00443715
             IF WS-TRL-EXP-COUNT NOT = WS-DROPFILE-CNTR                 00443715
                OR WS-TRL-EXP-HASH NOT = WS-TRANHASH-TOTAL              00443715
               MOVE WS-TRL-EXP-COUNT TO WS-TRL-EXP-COUNT-EDT            00443715
               MOVE WS-DROPFILE-CNTR TO WS-DROPFILE-CNTR-EDT            00443715
               DISPLAY 'DROP TRAILER MISMATCH'                          00443715
               DISPLAY '  TRAILER RECORD COUNT = '                      00443715
                       WS-TRL-EXP-COUNT-EDT                             00443715
               DISPLAY '  RECORDS READ         = '                      00443715
                       WS-DROPFILE-CNTR-EDT                             00443715
               DISPLAY '  TRAILER HASH TOTAL   = ' WS-TRL-EXP-HASH      00443715
               DISPLAY '  COMPUTED HASH TOTAL  = ' WS-TRANHASH-TOTAL    00443715
                                                                        00443715
               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'DROP TRAILER MISMATCH' TO WS-FAIL-REASON           00443715
             END-IF                                                     00443715
           ELSE                                                         00443715
             IF WS-TRAN-GEN-DATE NOT = SPACES                           00443715
               DISPLAY 'DROP HEADER PRESENT BUT NO TRAILER -- '         00443715
                       'FILE TRUNCATED BEFORE ITS END'                  00443715
                                                                        00443715
               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'DROP TRAILER MISSING' TO WS-FAIL-REASON            00443715
             ELSE                                                       00443715
               DISPLAY 'NO CONTROL RECORDS ON DROP -- '                 00443715
                       'CONTROL TOTALS NOT VERIFIED'                    00443715
             END-IF                                                     00443715
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
           MOVE 'MASTRNID'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'DROPFILE'             TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-DROPFILE-CNTR       TO STAT-CNTR-1                   00443715
           MOVE 'SCREENED'             TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-SCREENED-CNTR       TO STAT-CNTR-2                   00443715
           MOVE 'IDALFILE'             TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-IDALFILE-CNTR       TO STAT-CNTR-3                   00443715
           MOVE 'NOMASTER'             TO STAT-CNTR-4-LABEL             00443715
           MOVE WS-NOMAST-CNTR         TO STAT-CNTR-4                   00443715
                                                                        00443715
           WRITE STATUS-REC                                             00443715
                                                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END-PROCESS.                                                     00443715
                                                                        00443715
           MOVE WS-DROPFILE-CNTR   TO WS-DROPFILE-CNTR-EDT              00443715
           MOVE WS-CUSTOMER-CNTR   TO WS-CUSTOMER-CNTR-EDT              00443715
           MOVE WS-SCREENED-CNTR   TO WS-SCREENED-CNTR-EDT              00443715
           MOVE WS-NOMAST-CNTR     TO WS-NOMAST-CNTR-EDT                00443715
           MOVE WS-DUPLICATE-CNTR  TO WS-DUPLICATE-CNTR-EDT             00443715
           MOVE WS-WATCH-CNTR      TO WS-WATCH-CNTR-EDT                 00443715
           MOVE WS-HIVAL-CNTR      TO WS-HIVAL-CNTR-EDT                 00443715
           MOVE WS-VELOCITY-CNTR   TO WS-VELOCITY-CNTR-EDT              00443715
           MOVE WS-IDALFILE-CNTR   TO WS-IDALFILE-CNTR-EDT              00443715
           MOVE WS-SUPPRESSED-CNTR TO WS-SUPPRESSED-CNTR-EDT            00443715
           MOVE WS-IDVLIN-CNTR     TO WS-IDVLIN-CNTR-EDT                00443715
           MOVE WS-IDVLFILE-CNTR   TO WS-IDVLFILE-CNTR-EDT              00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNID         *'            00443715
           DISPLAY '* DROPFILE      : ' WS-DROPFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* CUSTOMERS     : ' WS-CUSTOMER-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* SCREENED      : ' WS-SCREENED-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* NO MASTER     : ' WS-NOMAST-CNTR-EDT              00443715
                   '         *'                                         00443715
           DISPLAY '* DUPLICATES    : ' WS-DUPLICATE-CNTR-EDT           00443715
                   '         *'                                         00443715
           DISPLAY '* WATCH HITS    : ' WS-WATCH-CNTR-EDT               00443715
                   '         *'                                         00443715
           DISPLAY '* HIGH VALUE    : ' WS-HIVAL-CNTR-EDT               00443715
                   '         *'                                         00443715
           DISPLAY '* VELOCITY      : ' WS-VELOCITY-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* SUPPRESSED    : ' WS-SUPPRESSED-CNTR-EDT          00443715
                   '         *'                                         00443715
           DISPLAY '* IDALFILE      : ' WS-IDALFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* IDVLIN        : ' WS-IDVLIN-CNTR-EDT              00443715
                   '         *'                                         00443715
           DISPLAY '* IDVLFILE      : ' WS-IDVLFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           IF WS-IDVL-FULL-CNTR > 0                                     00443715
             DISPLAY 'VELOCITY TABLE FULL -- ' WS-IDVL-FULL-CNTR        00443715
                     ' AUTHORIZATIONS NOT TRACKED'                      00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           CLOSE CUSTMAST.                                              00443715
           CLOSE DROPFILE.                                              00443715
           CLOSE IDALFILE.                                              00443715
           CLOSE IDVLFILE.                                              00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNID.                                           00443715
