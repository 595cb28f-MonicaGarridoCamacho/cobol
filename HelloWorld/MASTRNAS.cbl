       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNAS.                                            00443715
      *    MASTRNAS DRAWS INTERNAL AUDIT'S SAMPLE OF A NIGHT'S          00443715
      *    TRANSACTIONS AND PRINTS A TRACE PAGE FOR EACH ONE, FOLLOWING 00443715
      *    IT FROM THE RECORD THE NETWORK SHIPPED TO THE CLIENT_JOIN2   00443715
      *    ROW IT ENDED UP IN. IT RUNS AFTER MASTRAND HAS LOADED THE    00443715
      *    NIGHT, AGAINST THE SAME TRANFILE MASTRANE EDITED AND THE     00443715
      *    EREJFILE, SUSPFILE AND DUPFILE THAT NIGHT PRODUCED.          00443715
      *    THE SAMPLE IS STRATIFIED BY TRANSACTION TYPE AND AMOUNT      00443715
      *    BAND AND IS REPRODUCIBLE: THE SAME SEED AGAINST THE SAME     00443715
      *    FILE ALWAYS PICKS THE SAME RECORDS. THE FIRST PASS COUNTS    00443715
      *    EACH STRATUM, THE SAMPLE SIZE IS SHARED OUT OVER THEM, AND   00443715
      *    THE SECOND PASS PICKS EACH STRATUM'S SHARE BY SELECTION      00443715
      *    SAMPLING -- A RECORD IS TAKEN WITH PROBABILITY (STILL        00443715
      *    NEEDED) / (STILL TO COME) -- DRIVEN BY A PARK-MILLER         00443715
      *    MINIMAL-STANDARD GENERATOR SEEDED FROM THE PARM CARD.        00443715
      *    THE CLEAR PAN IS MASKED DOWN TO LAST-4 AS EACH RECORD IS     00443715
      *    READ, SO IT NEVER REACHES THE SAMPLE TABLE OR THE PRINT.     00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT TRANFILE ASSIGN TO TRANFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS TRANFILE-FILE-STATUS.                        00443715
            SELECT EREJFILE ASSIGN TO EREJFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS EREJFILE-FILE-STATUS.                        00443715
            SELECT SUSPFILE ASSIGN TO SUSPFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS SUSPFILE-FILE-STATUS.                        00443715
            SELECT DUPFILE ASSIGN TO DUPFILE                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS DUPFILE-FILE-STATUS.                         00443715
            SELECT TRCEFILE ASSIGN TO TRCEFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS TRCEFILE-FILE-STATUS.                        00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
            SELECT OPTIONAL TIMEFILE ASSIGN TO TIMEFILE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS TIMEFILE-FILE-STATUS.                        00443715
            SELECT PARMFILE ASSIGN TO PARMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARMFILE-FILE-STATUS.                        00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
       FD TRANFILE.                                                     00443715
      *    TRANS-REC, ITS REDEFINES AND THE SECOND NETWORK'S ALT-REC    00443715
      *    ARE REPLICATED FROM MASTRANE.CBL -- THIS LAYOUT IS NOT A     00443715
      *    SHARED COPYBOOK IN THIS SYSTEM, SO MASTRANC REMAINS THE ONE  00443715
      *    PLACE THE PHYSICAL RECORD IS DEFINED AND THIS IS ITS         00443715
      *    MIRROR. THE HEADER AND TRAILER LAYOUTS ARE LEFT OUT -- ONLY  00443715
      *    THEIR TYPE CODES MATTER HERE.                                00443715
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
       01 ALT-REC REDEFINES TRANS-REC.                                  00443715
          10 AB-REC-TYPE           PIC X(2).                            00443715
             88 AB-TYPE-HEADER        VALUE 'BH'.                       00443715
             88 AB-TYPE-DATA          VALUE 'BD'.                       00443715
             88 AB-TYPE-TRAILER       VALUE 'BT'.                       00443715
          10 AB-CONT-ID            PIC 9(10).                           00443715
          10 AB-TXN-TYPE           PIC X(2).                            00443715
          10 AB-TIMESTAMP          PIC X(19).                           00443715
          10 AB-AUTH-REF           PIC X(20).                           00443715
          10 AB-MERCHANT-ID        PIC X(20).                           00443715
          10 AB-MERCHANT-NAME      PIC X(30).                           00443715
          10 AB-PAN                PIC X(19).                           00443715
          10 AB-BRAND              PIC X(10).                           00443715
          10 AB-MCC                PIC X(4).                            00443715
          10 AB-AMOUNT             PIC X(15).                           00443715
          10 AB-CURRENCY           PIC X(3).                            00443715
          10 AB-POSTAL             PIC X(10).                           00443715
          10 AB-RESPONSE           PIC X(6).                            00443715
          10 AB-FRAUD              PIC X(6).                            00443715
          10 AB-AGE                PIC X(2).                            00443715
          10 AB-ORIG-REF           PIC X(20).                           00443715
          10 AB-REASON             PIC X(4).                            00443715
          10 FILLER                PIC X(255).                          00443715
                                                                        00443715
      *    EREJFILE -- MASTRANE'S EDIT REJECTS (SEE MASTRANE.CBL).      00443715
       FD EREJFILE.                                                     00443715
       01 EREJ-REC.                                                     00443715
          05 EREJ-CONT-ID          PIC X(10).                           00443715
          05 EREJ-SEPARATOR-1      PIC X(1).                            00443715
          05 EREJ-REASON-CODE      PIC X(8).                            00443715
          05 EREJ-SEPARATOR-2      PIC X(1).                            00443715
          05 EREJ-TYPE-CODE        PIC X(2).                            00443715
          05 EREJ-SEPARATOR-3      PIC X(1).                            00443715
          05 EREJ-TRAN-AMOUNT      PIC X(40).                           00443715
                                                                        00443715
      *    SUSPFILE -- MASTRANC'S SUSPENSE OUTPUT (SEE MASTRANC.CBL).   00443715
      *    THE IMAGE IS THE RECORD AS MASTRANC HELD IT, SO ITS          00443715
      *    CONTRACT MAY ALREADY BE THE RENUMBERED ONE.                  00443715
       FD SUSPFILE.                                                     00443715
       01 SUSP-REC.                                                     00443715
          05 SUSP-TRAN-CONT-ID    PIC X(10).                            00443715
          05 SUSP-SEPARATOR-1     PIC X(1).                             00443715
          05 SUSP-REASON-CODE     PIC X(6).                             00443715
          05 SUSP-SEPARATOR-2     PIC X(1).                             00443715
          05 SUSP-TRAN-AMOUNT     PIC X(40).                            00443715
          05 SUSP-SEPARATOR-3     PIC X(1).                             00443715
          05 SUSP-AGE-CNTR        PIC 9(3).                             00443715
          05 SUSP-SEPARATOR-4     PIC X(1).                             00443715
          05 SUSP-TRAN-IMAGE.                                           00443715
             10 SUSP-IMG-CREDTT   PIC X(40).                            00443715
             10 FILLER            PIC X(412).                           00443715
             10 SUSP-IMG-TYPE     PIC X(2).                             00443715
             10 FILLER            PIC X(7).                             00443715
                                                                        00443715
      *    DUPFILE -- MASTRANC'S DUPLICATE AUTHORIZATIONS.              00443715
       FD DUPFILE.                                                      00443715
       01 DUP-REC.                                                      00443715
          05 DUP-CONT-ID           PIC X(10).                           00443715
          05 DUP-SEPARATOR-1       PIC X(1).                            00443715
          05 DUP-HDR-CREDTT        PIC X(40).                           00443715
          05 DUP-SEPARATOR-2       PIC X(1).                            00443715
          05 DUP-MERCHANT-ID       PIC X(40).                           00443715
          05 DUP-SEPARATOR-3       PIC X(1).                            00443715
          05 DUP-AMOUNT            PIC X(40).                           00443715
                                                                        00443715
      *    TRCEFILE IS THE PRINTED TRACE PACK -- THE SAMPLE DESIGN      00443715
      *    PAGE, THEN ONE PAGE PER SAMPLED TRANSACTION.                 00443715
       FD TRCEFILE.                                                     00443715
       01 TRCE-LINE                PIC X(132).                          00443715
                                                                        00443715
      *    STATUSFILE IS A SINGLE-RECORD FIXED-FORMAT FILE WRITTEN AT   00443715
      *    JOB END SO AN OPERATIONS MONITOR CAN POLL FOR THIS RUN'S     00443715
      *    COMPLETION CODE AND KEY COUNTS WITHOUT SCRAPING THE          00443715
      *    DISPLAY SUMMARY -- SAME CONVENTION AS MASTRANC/MASTRAND.     00443715
       FD STATUSFILE.                                                   00443715
         COPY STATREC.                                                  00443715
                                                                        00443715
       FD TIMEFILE.                                                     00443715
         COPY TIMEREC.                                                  00443715
                                                                        00443715
       FD PARMFILE.                                                     00443715
         COPY PARMREC.                                                  00443715
                                                                        00443715
       WORKING-STORAGE SECTION.                                         00443715
       01 TRANFILE-FILE-STATUS  PIC X(2).                               00443715
       01 EREJFILE-FILE-STATUS  PIC X(2).                               00443715
       01 SUSPFILE-FILE-STATUS  PIC X(2).                               00443715
       01 DUPFILE-FILE-STATUS   PIC X(2).                               00443715
       01 TRCEFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 TIMEFILE-FILE-STATUS  PIC X(2).                               00443715
       01 WS-TIME-OPEN          PIC 9 VALUE 0.                          00443715
       01 WS-TIME-PHASE         PIC X(12).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 TRAN-EOF              PIC 9 VALUE 0.                          00443715
       01 WS-EOF                PIC 9 VALUE 0.                          00443715
       01 WS-PROCESS-DT         PIC X(8).                               00443715
      *    THE FEED THE CURRENT TRANFILE RECORD BELONGS TO, FOLLOWED    00443715
      *    THROUGH THE HEADERS EXACTLY AS MASTRANE DOES -- 'S' THE      00443715
      *    STANDARD LAYOUT, 'B' THE SECOND NETWORK'S.                   00443715
       01 WS-FEED-SOURCE        PIC X(1).                               00443715
       01 WS-REC-IS-DATA        PIC 9.                                  00443715
       01 WS-TRAN-SEQ           PIC 9(9).                               00443715
      *    THE CURRENT DATA RECORD, WHICHEVER FEED OR TYPE IT CAME IN   00443715
      *    AS, IN THE SHAPE THE SAMPLE AND THE TRACE WORK WITH. THE     00443715
      *    CONTRACT, TYPE AND AMOUNT TEXT ARE WHAT MASTRANE CARRIES ON  00443715
      *    EREJFILE; THE TIMESTAMP, MERCHANT AND AMOUNT TEXT ARE WHAT   00443715
      *    MASTRANC CARRIES ON DUPFILE.                                 00443715
       01 WS-CUR-VIEW.                                                  00443715
          05 WS-CUR-CONT-ID        PIC X(10).                           00443715
          05 WS-CUR-TYPE           PIC X(2).                            00443715
          05 WS-CUR-CREDTT         PIC X(40).                           00443715
          05 WS-CUR-REF            PIC X(40).                           00443715
          05 WS-CUR-MERCH-ID       PIC X(40).                           00443715
          05 WS-CUR-MERCH-NAME     PIC X(40).                           00443715
          05 WS-CUR-PAN            PIC X(40).                           00443715
          05 WS-CUR-BRAND          PIC X(40).                           00443715
          05 WS-CUR-CODE           PIC X(40).                           00443715
          05 WS-CUR-AMOUNT         PIC X(40).                           00443715
          05 WS-CUR-CURRENCY       PIC X(3).                            00443715
          05 WS-CUR-INST           PIC X(4).                            00443715
          05 WS-CUR-POSTAL         PIC X(40).                           00443715
          05 WS-CUR-RESPONSE       PIC X(40).                           00443715
          05 WS-CUR-FRAUD          PIC X(40).                           00443715
       01 WS-CUR-AMT-NUM        PIC S9(16)V99.                          00443715
       01 WS-CUR-TYPE-IDX       PIC 9.                                  00443715
       01 WS-CUR-BAND-IDX       PIC 9.                                  00443715
       01 WS-CUR-STRATUM        PIC 9(2).                               00443715
       01 WS-PAN-VARIABLES.                                             00443715
          05 WS-PAN-TRAIL         PIC 9(2).                             00443715
          05 WS-PAN-LEN           PIC 9(2).                             00443715
          05 WS-PAN-IDX           PIC 9(2).                             00443715
          05 WS-MASKED-PAN        PIC X(40).                            00443715
      *    AMOUNT BANDS ARE CUT FROM THE HIGH-VALUE THRESHOLD: LOW IS   00443715
      *    UNDER A TENTH OF IT, MID UP TO IT, HIGH AT OR ABOVE IT.      00443715
      *    AN AMOUNT THAT WILL NOT PARSE IS ITS OWN BAND -- THOSE ARE   00443715
      *    THE RECORDS MOST LIKELY TO HAVE BEEN REJECTED.               00443715
       01 WS-BAND-LOW-LIMIT     PIC S9(16)V99.                          00443715
      *    FIVE TYPE GROUPS (AU, RF, CB, RV, ANYTHING ELSE) BY FOUR     00443715
      *    BANDS. STRATUM = (TYPE - 1) * 4 + BAND.                      00443715
       01 WS-TYPE-NAME-VALUES.                                          00443715
          05 FILLER                PIC X(2) VALUE 'AU'.                 00443715
          05 FILLER                PIC X(2) VALUE 'RF'.                 00443715
          05 FILLER                PIC X(2) VALUE 'CB'.                 00443715
          05 FILLER                PIC X(2) VALUE 'RV'.                 00443715
          05 FILLER                PIC X(2) VALUE 'OT'.                 00443715
       01 WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAME-VALUES.             00443715
          05 WS-TYPE-NAME          PIC X(2) OCCURS 5 TIMES.             00443715
       01 WS-BAND-NAME-VALUES.                                          00443715
          05 FILLER                PIC X(8) VALUE 'LOW'.                00443715
          05 FILLER                PIC X(8) VALUE 'MID'.                00443715
          05 FILLER                PIC X(8) VALUE 'HIGH'.               00443715
          05 FILLER                PIC X(8) VALUE 'UNPARSED'.           00443715
       01 WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAME-VALUES.             00443715
          05 WS-BAND-NAME          PIC X(8) OCCURS 4 TIMES.             00443715
       01 WS-STR-IDX            PIC 9(2).                               00443715
       01 WS-STR-TABLE.                                                 00443715
          05 WS-STR-ENTRY OCCURS 20 TIMES.                              00443715
             10 WS-STR-POP          PIC 9(9).                           00443715
             10 WS-STR-ALLOC        PIC 9(4).                           00443715
             10 WS-STR-SEEN         PIC 9(9).                           00443715
             10 WS-STR-TAKEN        PIC 9(4).                           00443715
       01 WS-POP-TOTAL          PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-ALLOC-TOTAL        PIC 9(4) VALUE ZEROES.                  00443715
       01 WS-SAMPLE-SIZE        PIC 9(4).                               00443715
       01 WS-SEED-USED          PIC 9(10).                              00443715
      *    PARK-MILLER GENERATOR: SEED = SEED * 16807 MOD (2**31 - 1),  00443715
      *    NEVER ZERO, AND EACH DRAW IS SEED / (2**31 - 1).             00443715
       01 WS-RAND-SEED          PIC 9(10) COMP-3.                       00443715
       01 WS-RAND-PRODUCT       PIC 9(15) COMP-3.                       00443715
       01 WS-RAND-QUOT          PIC 9(15) COMP-3.                       00443715
       01 WS-RAND-FRACTION      PIC V9(9) COMP-3.                       00443715
       01 WS-RAND-TEST          PIC 9(10)V9(9) COMP-3.                  00443715
      *    THE SAMPLE, IN TRANFILE ORDER. SIZED FOR THE 500 CAP PLUS    00443715
      *    ONE PER STRATUM FOR THE AT-LEAST-ONE RULE.                   00443715
       01 WS-SMP-USED           PIC 9(4) VALUE ZEROES.                  00443715
       01 WS-SMP-IDX            PIC 9(4).                               00443715
       01 WS-SMP-TABLE.                                                 00443715
          05 WS-SMP-ENTRY OCCURS 520 TIMES.                             00443715
             10 WS-SMP-SEQ          PIC 9(9).                           00443715
             10 WS-SMP-SOURCE       PIC X(1).                           00443715
             10 WS-SMP-STRATUM      PIC 9(2).                           00443715
             10 WS-SMP-VIEW         PIC X(459).                         00443715
             10 WS-SMP-AMT-NUM      PIC S9(16)V99.                      00443715
             10 WS-SMP-OUTCOME      PIC X(8).                           00443715
                88 SMP-NOT-DIVERTED    VALUE SPACES.                    00443715
                88 SMP-EDIT-REJECT     VALUE 'EDITREJ'.                 00443715
                88 SMP-SUSPENDED       VALUE 'SUSPENSE'.                00443715
                88 SMP-DUPLICATE       VALUE 'DUPLICAT'.                00443715
             10 WS-SMP-OUT-REASON   PIC X(8).                           00443715
             10 WS-SMP-OUT-CONT-ID  PIC X(10).                          00443715
      *    THE CONTRACT WHOSE CLIENT_JOIN2 ROW THE TRACE LOOKS UP --    00443715
      *    THE RENUMBERED ONE WHEN MASTRANC SUSPENDED UNDER A NEW       00443715
      *    NUMBER.                                                      00443715
       01 WS-TRC-CONT-ID        PIC X(10).                              00443715
       01 WS-TRC-TXNS           PIC S9(1).                              00443715
       01 WS-TRC-AMOUNT         PIC S9(16)V99.                          00443715
       01 WS-CLI-FOUND          PIC 9.                                  00443715
       01 WS-CLI-FIRST-ACT      PIC X(10).                              00443715
      *    TRACE DOCUMENT LINES.                                        00443715
       01 WS-TRD-TITLE.                                                 00443715
          05 FILLER              PIC X(21) VALUE                        00443715
            'AUDIT SAMPLE TRACE - '.                                    00443715
          05 TRD-TITLE-TEXT      PIC X(17).                             00443715
          05 FILLER              PIC X(14) VALUE '  PROCESS DATE'.      00443715
          05 FILLER              PIC X(1) VALUE SPACE.                  00443715
          05 TRD-TITLE-DATE      PIC X(8).                              00443715
       01 WS-TRD-ITEM.                                                  00443715
          05 FILLER              PIC X(5) VALUE 'ITEM '.                00443715
          05 TRD-ITEM-NO         PIC ZZZ9.                              00443715
          05 FILLER              PIC X(4) VALUE ' OF '.                 00443715
          05 TRD-ITEM-OF         PIC ZZZ9.                              00443715
       01 WS-TRD-FIELD.                                                 00443715
          05 FILLER              PIC X(2) VALUE SPACES.                 00443715
          05 TRD-FIELD-LABEL     PIC X(22).                             00443715
          05 FILLER              PIC X(2) VALUE ': '.                   00443715
          05 TRD-FIELD-VALUE     PIC X(40).                             00443715
       01 WS-TRD-SECTION        PIC X(40).                              00443715
       01 WS-TRD-STR-HEADER.                                            00443715
          05 FILLER              PIC X(4) VALUE SPACES.                 00443715
          05 FILLER              PIC X(40) VALUE                        00443715
            'TP BAND       POPULATION    ALLOCATED  '.                  00443715
          05 FILLER              PIC X(10) VALUE '   SAMPLED'.          00443715
       01 WS-TRD-STR-DETAIL.                                            00443715
          05 FILLER              PIC X(4) VALUE SPACES.                 00443715
          05 TRD-STR-TYPE        PIC X(2).                              00443715
          05 FILLER              PIC X(1) VALUE SPACE.                  00443715
          05 TRD-STR-BAND        PIC X(8).                              00443715
          05 FILLER              PIC X(1) VALUE SPACE.                  00443715
          05 TRD-STR-POP         PIC ZZZ,ZZZ,ZZ9.                       00443715
          05 FILLER              PIC X(3) VALUE SPACES.                 00443715
          05 TRD-STR-ALLOC       PIC ZZZ,ZZZ,ZZ9.                       00443715
          05 FILLER              PIC X(3) VALUE SPACES.                 00443715
          05 TRD-STR-TAKEN       PIC ZZZ,ZZ9.                           00443715
       01 WS-TRD-FLAG.                                                  00443715
          05 FILLER              PIC X(8) VALUE '  FLAG: '.             00443715
          05 TRD-FLAG-TEXT       PIC X(60).                             00443715
       01 WS-TRD-CNTR-EDT       PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-TRD-AMT-EDT        PIC Z(13)9.99-.                         00443715
       01 WS-TRD-TXNS-EDT       PIC -9.                                 00443715
       01 WS-TRD-STRATUM-TEXT.                                          00443715
          05 TRD-STRATUM-TYPE    PIC X(2).                              00443715
          05 FILLER              PIC X(3) VALUE ' / '.                  00443715
          05 TRD-STRATUM-BAND    PIC X(8).                              00443715
       01 WS-COUNTERS-1.                                                00443715
          05 WS-TRANFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-EREJFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-SUSPFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DUPFILE-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DIVERTED-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-NOCLIENT-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-SQL-ERROR-CNTR    PIC 9(9) VALUE ZEROES.                00443715
       01 WS-TRANFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-POP-TOTAL-EDT      PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-SMP-USED-EDT       PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-DIVERTED-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-NOCLIENT-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-SQL-CODE           PIC S9(9).                              00443715
          88 SQL-CODE-SUCCESSFUL           VALUE ZEROES.                00443715
          88 SQL-CODE-ROW-NOT-FOUND        VALUE +100.                  00443715
          88 SQL-CODE-RETRYABLE            VALUE -911 -913              00443715
                                                 -904.                  00443715
      *    AUTOMATIC RETRY ON DB2 CONTENTION -- SAME CONVENTION AS      00443715
      *    MASTRANV: A DEADLOCK, TIMEOUT OR UNAVAILABLE-RESOURCE        00443715
      *    SQLCODE IS RETRIED UP TO PARM-SQL-RETRY-MAX TIMES WITH A     00443715
      *    PARM-SQL-RETRY-WAIT-SEC BACK-OFF.                            00443715
       01 WS-RETRY-CNTR           PIC 9(2) VALUE ZEROES.                00443715
       01 WS-RETRY-TOTAL-CNTR     PIC 9(4) VALUE ZEROES.                00443715
       01 WS-RETRY-WAIT-COMP      PIC 9(8) COMP VALUE ZEROES.           00443715
       01 WS-RETRY-STMT           PIC X(30) VALUE SPACES.               00443715
                                                                        00443715
         EXEC SQL INCLUDE CLIENT END-EXEC.                              00443715
         EXEC SQL INCLUDE SQLCA END-EXEC.                               00443715
         COPY PGATLNK.                                                  00443715
                                                                        00443715
       PROCEDURE DIVISION.                                              00443715
                                                                        00443715
           PERFORM START-PROCESS                                        00443715
                                                                        00443715
           PERFORM COUNT-STRATA-PARA                                    00443715
                                                                        00443715
           PERFORM ALLOCATE-SAMPLE-PARA                                 00443715
                                                                        00443715
           PERFORM DRAW-SAMPLE-PARA                                     00443715
                                                                        00443715
           PERFORM MATCH-EDIT-REJECTS-PARA                              00443715
                                                                        00443715
           PERFORM MATCH-SUSPENSE-PARA                                  00443715
                                                                        00443715
           PERFORM MATCH-DUPLICATES-PARA                                00443715
                                                                        00443715
           PERFORM WRITE-DESIGN-PARA                                    00443715
                                                                        00443715
           PERFORM WRITE-TRACE-PARA                                     00443715
             VARYING WS-SMP-IDX FROM 1 BY 1                             00443715
             UNTIL WS-SMP-IDX > WS-SMP-USED                             00443715
                                                                        00443715
           PERFORM END-PROCESS                                          00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       START-PROCESS.                                                   00443715
                                                                        00443715
           DISPLAY 'START PROCESS'                                      00443715
                                                                        00443715
      *    STATUSFILE OPENS FIRST, BEFORE ANYTHING THAT CAN ABORT, SO   00443715
      *    THE MONITOR STILL GETS A FAILED RECORD WHEN THE RUN DIES     00443715
      *    EARLY.                                                       00443715
           PERFORM OPEN-STATUS-FILE-PARA                                00443715
                                                                        00443715
           PERFORM OPEN-TIMING-PARA                                     00443715
           MOVE 'START' TO WS-TIME-PHASE                                00443715
           PERFORM WRITE-TIMING-PARA                                    00443715
                                                                        00443715
           PERFORM READ-PARM-PARA                                       00443715
                                                                        00443715
           PERFORM FILE-OPEN-PARA                                       00443715
                                                                        00443715
           INITIALIZE WS-STR-TABLE                                      00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       COUNT-STRATA-PARA.                                               00443715
      *    FIRST PASS -- THE POPULATION OF EACH STRATUM.                00443715
           MOVE 'INIT-END' TO WS-TIME-PHASE                             00443715
           PERFORM WRITE-TIMING-PARA                                    00443715
                                                                        00443715
           MOVE 'S'    TO WS-FEED-SOURCE                                00443715
           MOVE ZEROES TO WS-TRAN-SEQ                                   00443715
                                                                        00443715
           PERFORM TRANSFILE-READ-PARA                                  00443715
                                                                        00443715
           PERFORM UNTIL TRAN-EOF = 1                                   00443715
             PERFORM CLASSIFY-RECORD-PARA                               00443715
                                                                        00443715
             IF WS-REC-IS-DATA = 1                                      00443715
               PERFORM BUILD-VIEW-PARA                                  00443715
               ADD 1 TO WS-STR-POP (WS-CUR-STRATUM)                     00443715
               ADD 1 TO WS-POP-TOTAL                                    00443715
             END-IF                                                     00443715
                                                                        00443715
             PERFORM TRANSFILE-READ-PARA                                00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           MOVE WS-TRAN-SEQ TO WS-TRANFILE-CNTR                         00443715
                                                                        00443715
           CLOSE TRANFILE                                               00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ALLOCATE-SAMPLE-PARA.                                            00443715
      *    PROPORTIONAL SHARES, ROUNDED DOWN; AN EMPTY SHARE FOR A      00443715
      *    STRATUM THAT HAS RECORDS IS RAISED TO ONE SO EVERY KIND OF   00443715
      *    TRANSACTION THE NIGHT CARRIED IS LOOKED AT; ANY SHORTFALL    00443715
      *    AGAINST THE REQUESTED SIZE IS THEN HANDED OUT ONE AT A TIME  00443715
      *    IN STRATUM ORDER. A NIGHT NO BIGGER THAN THE SAMPLE IS       00443715
      *    TAKEN WHOLE.                                                 00443715
           MOVE ZEROES TO WS-ALLOC-TOTAL                                00443715
                                                                        00443715
           IF WS-POP-TOTAL NOT > WS-SAMPLE-SIZE                         00443715
             PERFORM VARYING WS-STR-IDX FROM 1 BY 1                     00443715
               UNTIL WS-STR-IDX > 20                                    00443715
               MOVE WS-STR-POP (WS-STR-IDX)                             00443715
                 TO WS-STR-ALLOC (WS-STR-IDX)                           00443715
               ADD WS-STR-ALLOC (WS-STR-IDX) TO WS-ALLOC-TOTAL          00443715
             END-PERFORM                                                00443715
           ELSE                                                         00443715
             PERFORM VARYING WS-STR-IDX FROM 1 BY 1                     00443715
               UNTIL WS-STR-IDX > 20                                    00443715
               COMPUTE WS-STR-ALLOC (WS-STR-IDX) =                      00443715
                 WS-SAMPLE-SIZE * WS-STR-POP (WS-STR-IDX)               00443715
                 / WS-POP-TOTAL                                         00443715
               IF WS-STR-ALLOC (WS-STR-IDX) = 0                         00443715
                  AND WS-STR-POP (WS-STR-IDX) > 0                       00443715
                 MOVE 1 TO WS-STR-ALLOC (WS-STR-IDX)                    00443715
               END-IF                                                   00443715
               ADD WS-STR-ALLOC (WS-STR-IDX) TO WS-ALLOC-TOTAL          00443715
             END-PERFORM                                                00443715
                                                                        00443715
             PERFORM TOP-UP-ALLOCATION-PARA                             00443715
               UNTIL WS-ALLOC-TOTAL NOT < WS-SAMPLE-SIZE                00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'TRANSACTIONS ON TRANFILE = ' WS-POP-TOTAL           00443715
           DISPLAY 'SAMPLE ALLOCATED         = ' WS-ALLOC-TOTAL         00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       TOP-UP-ALLOCATION-PARA.                                          00443715
                                                                        00443715
           PERFORM VARYING WS-STR-IDX FROM 1 BY 1                       00443715
             UNTIL WS-STR-IDX > 20                                      00443715
                OR WS-ALLOC-TOTAL NOT < WS-SAMPLE-SIZE                  00443715
             IF WS-STR-ALLOC (WS-STR-IDX) < WS-STR-POP (WS-STR-IDX)     00443715
               ADD 1 TO WS-STR-ALLOC (WS-STR-IDX)                       00443715
               ADD 1 TO WS-ALLOC-TOTAL                                  00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       DRAW-SAMPLE-PARA.                                                00443715
      *    SECOND PASS -- THE SAME RECORDS IN THE SAME ORDER, SO THE    00443715
      *    SAME SEED ALWAYS LANDS ON THE SAME ONES.                     00443715
           OPEN INPUT TRANFILE                                          00443715
                                                                        00443715
           IF TRANFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'REOPEN TRAN FILE-STATUS = ' TRANFILE-FILE-STATUS  00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 0      TO TRAN-EOF                                      00443715
           MOVE 'S'    TO WS-FEED-SOURCE                                00443715
           MOVE ZEROES TO WS-TRAN-SEQ                                   00443715
                                                                        00443715
           PERFORM TRANSFILE-READ-PARA                                  00443715
                                                                        00443715
           PERFORM UNTIL TRAN-EOF = 1                                   00443715
             PERFORM CLASSIFY-RECORD-PARA                               00443715
                                                                        00443715
             IF WS-REC-IS-DATA = 1                                      00443715
               PERFORM BUILD-VIEW-PARA                                  00443715
                                                                        00443715
               IF WS-STR-TAKEN (WS-CUR-STRATUM)                         00443715
                  < WS-STR-ALLOC (WS-CUR-STRATUM)                       00443715
                 PERFORM NEXT-RANDOM-PARA                               00443715
                                                                        00443715
                 COMPUTE WS-RAND-TEST =                                 00443715
                   (WS-STR-POP (WS-CUR-STRATUM)                         00443715
                    - WS-STR-SEEN (WS-CUR-STRATUM))                     00443715
                   * WS-RAND-FRACTION                                   00443715
                                                                        00443715
                 IF WS-RAND-TEST < WS-STR-ALLOC (WS-CUR-STRATUM)        00443715
                                 - WS-STR-TAKEN (WS-CUR-STRATUM)        00443715
                   PERFORM TAKE-SAMPLE-PARA                             00443715
                 END-IF                                                 00443715
               END-IF                                                   00443715
                                                                        00443715
               ADD 1 TO WS-STR-SEEN (WS-CUR-STRATUM)                    00443715
             END-IF                                                     00443715
                                                                        00443715
             PERFORM TRANSFILE-READ-PARA                                00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CLOSE TRANFILE                                               00443715
                                                                        00443715
           DISPLAY 'TRANSACTIONS SAMPLED     = ' WS-SMP-USED            00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       TAKE-SAMPLE-PARA.                                                00443715
                                                                        00443715
           ADD 1 TO WS-STR-TAKEN (WS-CUR-STRATUM)                       00443715
           ADD 1 TO WS-SMP-USED                                         00443715
                                                                        00443715
           INITIALIZE WS-SMP-ENTRY (WS-SMP-USED)                        00443715
                                                                        00443715
           MOVE WS-TRAN-SEQ    TO WS-SMP-SEQ (WS-SMP-USED)              00443715
           MOVE WS-FEED-SOURCE TO WS-SMP-SOURCE (WS-SMP-USED)           00443715
           MOVE WS-CUR-STRATUM TO WS-SMP-STRATUM (WS-SMP-USED)          00443715
           MOVE WS-CUR-VIEW    TO WS-SMP-VIEW (WS-SMP-USED)             00443715
           MOVE WS-CUR-AMT-NUM TO WS-SMP-AMT-NUM (WS-SMP-USED)          00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       NEXT-RANDOM-PARA.                                                00443715
                                                                        00443715
           COMPUTE WS-RAND-PRODUCT = WS-RAND-SEED * 16807               00443715
                                                                        00443715
           DIVIDE WS-RAND-PRODUCT BY 2147483647                         00443715
             GIVING WS-RAND-QUOT                                        00443715
             REMAINDER WS-RAND-SEED                                     00443715
                                                                        00443715
           COMPUTE WS-RAND-FRACTION = WS-RAND-SEED / 2147483647         00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CLASSIFY-RECORD-PARA.                                            00443715
      *    THE FEED SOURCE SWITCHES ON EACH HEADER, AS IN MASTRANE.     00443715
      *    A FOREIGN HEADER'S TYPE-CODE BYTES LOOK LIKE BLANK           00443715
      *    AUTHORIZATION BYTES, SO 'BH' IS TESTED BEFORE THE DATA       00443715
      *    BRANCH.                                                      00443715
           MOVE 0 TO WS-REC-IS-DATA                                     00443715
                                                                        00443715
           IF WS-FEED-SOURCE = 'B'                                      00443715
              AND NOT TXN-TYPE-HEADER                                   00443715
             EVALUATE TRUE                                              00443715
               WHEN AB-TYPE-HEADER                                      00443715
                 CONTINUE                                               00443715
               WHEN AB-TYPE-TRAILER                                     00443715
                 MOVE 'S' TO WS-FEED-SOURCE                             00443715
               WHEN OTHER                                               00443715
                 MOVE 1 TO WS-REC-IS-DATA                               00443715
             END-EVALUATE                                               00443715
           ELSE                                                         00443715
             EVALUATE TRUE                                              00443715
               WHEN TXN-TYPE-HEADER                                     00443715
                 MOVE 'S' TO WS-FEED-SOURCE                             00443715
               WHEN TXN-TYPE-TRAILER                                    00443715
                 CONTINUE                                               00443715
               WHEN AB-TYPE-HEADER                                      00443715
                 MOVE 'B' TO WS-FEED-SOURCE                             00443715
               WHEN OTHER                                               00443715
                 MOVE 1 TO WS-REC-IS-DATA                               00443715
             END-EVALUATE                                               00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       BUILD-VIEW-PARA.                                                 00443715
      *    THE FOREIGN LAYOUT IS READ FIELD FOR FIELD THE WAY           00443715
      *    MASTRANE'S NORMALIZATION MAPS IT, SO EVERY TEXT FIELD        00443715
      *    COMPARES EQUAL TO WHAT MASTRANE AND MASTRANC WROTE.          00443715
           MOVE SPACES TO WS-CUR-VIEW                                   00443715
                                                                        00443715
           IF WS-FEED-SOURCE = 'B'                                      00443715
             MOVE AB-CONT-ID        TO WS-CUR-CONT-ID                   00443715
             MOVE AB-TXN-TYPE       TO WS-CUR-TYPE                      00443715
             MOVE AB-TIMESTAMP      TO WS-CUR-CREDTT                    00443715
             MOVE AB-MERCHANT-ID    TO WS-CUR-MERCH-ID                  00443715
             MOVE AB-BRAND          TO WS-CUR-BRAND                     00443715
             MOVE AB-AMOUNT         TO WS-CUR-AMOUNT                    00443715
             MOVE AB-CURRENCY       TO WS-CUR-CURRENCY                  00443715
             EVALUATE AB-TXN-TYPE                                       00443715
               WHEN 'RF'                                                00443715
                 MOVE AB-ORIG-REF   TO WS-CUR-REF                       00443715
                 MOVE AB-MCC        TO WS-CUR-CODE                      00443715
               WHEN 'CB'                                                00443715
                 MOVE AB-ORIG-REF   TO WS-CUR-REF                       00443715
                 MOVE AB-REASON     TO WS-CUR-CODE                      00443715
               WHEN 'RV'                                                00443715
                 MOVE AB-ORIG-REF   TO WS-CUR-REF                       00443715
               WHEN OTHER                                               00443715
                 MOVE AB-AUTH-REF      TO WS-CUR-REF                    00443715
                 MOVE AB-MERCHANT-NAME TO WS-CUR-MERCH-NAME             00443715
                 MOVE AB-PAN           TO WS-CUR-PAN                    00443715
                 MOVE AB-MCC           TO WS-CUR-CODE                   00443715
                 MOVE AB-POSTAL        TO WS-CUR-POSTAL                 00443715
                 MOVE AB-RESPONSE      TO WS-CUR-RESPONSE               00443715
                 MOVE AB-FRAUD         TO WS-CUR-FRAUD                  00443715
             END-EVALUATE                                               00443715
           ELSE                                                         00443715
             MOVE TXN-TYPE-CODE     TO WS-CUR-TYPE                      00443715
             EVALUATE TRUE                                              00443715
               WHEN TXN-TYPE-REFUND                                     00443715
                 MOVE RFD-CONT-ID       TO WS-CUR-CONT-ID               00443715
                 MOVE RFD-HDR-CREDTT    TO WS-CUR-CREDTT                00443715
                 MOVE RFD-ORIG-TXN-REF  TO WS-CUR-REF                   00443715
                 MOVE RFD-MERCHANT-ID   TO WS-CUR-MERCH-ID              00443715
                 MOVE RFD-CARD-BRAND    TO WS-CUR-BRAND                 00443715
                 MOVE RFD-MRCHNTCTGYCD  TO WS-CUR-CODE                  00443715
                 MOVE RFD-AMOUNT        TO WS-CUR-AMOUNT                00443715
                 MOVE RFD-CURRENCY-CODE TO WS-CUR-CURRENCY              00443715
               WHEN TXN-TYPE-CHARGEBACK                                 00443715
                 MOVE CBK-CONT-ID       TO WS-CUR-CONT-ID               00443715
                 MOVE CBK-HDR-CREDTT    TO WS-CUR-CREDTT                00443715
                 MOVE CBK-ORIG-TXN-REF  TO WS-CUR-REF                   00443715
                 MOVE CBK-MERCHANT-ID   TO WS-CUR-MERCH-ID              00443715
                 MOVE CBK-CARD-BRAND    TO WS-CUR-BRAND                 00443715
                 MOVE CBK-REASON-CODE   TO WS-CUR-CODE                  00443715
                 MOVE CBK-AMOUNT        TO WS-CUR-AMOUNT                00443715
                 MOVE CBK-CURRENCY-CODE TO WS-CUR-CURRENCY              00443715
               WHEN TXN-TYPE-REVERSAL                                   00443715
                 MOVE RVS-CONT-ID       TO WS-CUR-CONT-ID               00443715
                 MOVE RVS-HDR-CREDTT    TO WS-CUR-CREDTT                00443715
                 MOVE RVS-ORIG-TXN-REF  TO WS-CUR-REF                   00443715
                 MOVE RVS-MERCHANT-ID   TO WS-CUR-MERCH-ID              00443715
                 MOVE RVS-CARD-BRAND    TO WS-CUR-BRAND                 00443715
                 MOVE RVS-AMOUNT        TO WS-CUR-AMOUNT                00443715
                 MOVE RVS-CURRENCY-CODE TO WS-CUR-CURRENCY              00443715
               WHEN OTHER                                               00443715
                 MOVE TRAN-CONT-ID              TO WS-CUR-CONT-ID       00443715
                 MOVE TXN-HDR-CREDTT            TO WS-CUR-CREDTT        00443715
                 MOVE TXN-AUREQ-ENV-A-ID-ID     TO WS-CUR-REF           00443715
                 MOVE TXN-AUREQ-ENV-M-ID-ID     TO WS-CUR-MERCH-ID      00443715
                 MOVE TXN-AUREQ-ENV-M-CMONNM    TO WS-CUR-MERCH-NAME    00443715
                 MOVE TXN-AUREQ-ENV-CPL-PAN     TO WS-CUR-PAN           00443715
                 MOVE TXN-AUREQ-ENV-C-CARDBRND  TO WS-CUR-BRAND         00443715
                 MOVE TXN-AUREQ-TX-MRCHNTCTGYCD TO WS-CUR-CODE          00443715
                 MOVE TXN-AUREQ-TX-DT-TTLAMT    TO WS-CUR-AMOUNT        00443715
                 MOVE TXN-CURRENCY-CODE         TO WS-CUR-CURRENCY      00443715
                 MOVE MDM-POSTAL-CODE-ID        TO WS-CUR-POSTAL        00443715
                 MOVE AUTHORRESULT-RSPNT        TO WS-CUR-RESPONSE      00443715
                 MOVE FRAUD-VER-RESULT          TO WS-CUR-FRAUD         00443715
             END-EVALUATE                                               00443715
             MOVE TXN-INST-ID       TO WS-CUR-INST                      00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM MASK-PAN-PARA                                        00443715
                                                                        00443715
           EVALUATE WS-CUR-TYPE                                         00443715
             WHEN 'AU'                                                  00443715
             WHEN SPACES                                                00443715
               MOVE 1 TO WS-CUR-TYPE-IDX                                00443715
             WHEN 'RF'                                                  00443715
               MOVE 2 TO WS-CUR-TYPE-IDX                                00443715
             WHEN 'CB'                                                  00443715
               MOVE 3 TO WS-CUR-TYPE-IDX                                00443715
             WHEN 'RV'                                                  00443715
               MOVE 4 TO WS-CUR-TYPE-IDX                                00443715
             WHEN OTHER                                                 00443715
               MOVE 5 TO WS-CUR-TYPE-IDX                                00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           IF FUNCTION TEST-NUMVAL (WS-CUR-AMOUNT) NOT = 0              00443715
             MOVE ZEROES TO WS-CUR-AMT-NUM                              00443715
             MOVE 4 TO WS-CUR-BAND-IDX                                  00443715
           ELSE                                                         00443715
             COMPUTE WS-CUR-AMT-NUM =                                   00443715
               FUNCTION NUMVAL (WS-CUR-AMOUNT)                          00443715
             IF FUNCTION ABS (WS-CUR-AMT-NUM) < WS-BAND-LOW-LIMIT       00443715
               MOVE 1 TO WS-CUR-BAND-IDX                                00443715
             ELSE                                                       00443715
               IF FUNCTION ABS (WS-CUR-AMT-NUM)                         00443715
                  < PARM-HIGH-VALUE-THRESHOLD                           00443715
                 MOVE 2 TO WS-CUR-BAND-IDX                              00443715
               ELSE                                                     00443715
                 MOVE 3 TO WS-CUR-BAND-IDX                              00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           COMPUTE WS-CUR-STRATUM =                                     00443715
             (WS-CUR-TYPE-IDX - 1) * 4 + WS-CUR-BAND-IDX                00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MASK-PAN-PARA.                                                   00443715
      *    LAST-4 ONLY, AS MASTRANC DOES IT. ONLY THE AUTHORIZATION     00443715
      *    SHAPE CARRIES A PAN, SO THE OTHER TYPES LEAVE IT BLANK.      00443715
           IF WS-CUR-PAN NOT = SPACES                                   00443715
             INITIALIZE WS-PAN-VARIABLES                                00443715
                                                                        00443715
             INSPECT FUNCTION REVERSE (WS-CUR-PAN)                      00443715
               TALLYING WS-PAN-TRAIL FOR LEADING SPACE                  00443715
                                                                        00443715
             COMPUTE WS-PAN-LEN =                                       00443715
               LENGTH OF WS-CUR-PAN - WS-PAN-TRAIL                      00443715
                                                                        00443715
             MOVE WS-CUR-PAN TO WS-MASKED-PAN                           00443715
                                                                        00443715
             IF WS-PAN-LEN > 4                                          00443715
               PERFORM VARYING WS-PAN-IDX FROM 1 BY 1                   00443715
                 UNTIL WS-PAN-IDX > WS-PAN-LEN - 4                      00443715
                 MOVE '*' TO WS-MASKED-PAN (WS-PAN-IDX:1)               00443715
               END-PERFORM                                              00443715
             END-IF                                                     00443715
                                                                        00443715
             MOVE WS-MASKED-PAN TO WS-CUR-PAN                           00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MATCH-EDIT-REJECTS-PARA.                                         00443715
      *    EACH DIVERSION ROW CLAIMS AT MOST ONE SAMPLED RECORD, SO     00443715
      *    TWO IDENTICAL RECORDS ARE NOT BOTH PUT DOWN TO ONE ROW.      00443715
           MOVE 0 TO WS-EOF                                             00443715
                                                                        00443715
           PERFORM EREJFILE-READ-PARA                                   00443715
                                                                        00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             PERFORM VARYING WS-SMP-IDX FROM 1 BY 1                     00443715
               UNTIL WS-SMP-IDX > WS-SMP-USED                           00443715
               MOVE WS-SMP-VIEW (WS-SMP-IDX) TO WS-CUR-VIEW             00443715
               IF SMP-NOT-DIVERTED (WS-SMP-IDX)                         00443715
                  AND EREJ-CONT-ID     = WS-CUR-CONT-ID                 00443715
                  AND EREJ-TYPE-CODE   = WS-CUR-TYPE                    00443715
                  AND EREJ-TRAN-AMOUNT = WS-CUR-AMOUNT                  00443715
                 MOVE 'EDITREJ' TO WS-SMP-OUTCOME (WS-SMP-IDX)          00443715
                 MOVE EREJ-REASON-CODE                                  00443715
                   TO WS-SMP-OUT-REASON (WS-SMP-IDX)                    00443715
                 MOVE WS-SMP-USED TO WS-SMP-IDX                         00443715
               END-IF                                                   00443715
             END-PERFORM                                                00443715
                                                                        00443715
             PERFORM EREJFILE-READ-PARA                                 00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MATCH-SUSPENSE-PARA.                                             00443715
      *    ONLY TONIGHT'S FIRST SUSPENSION (AGE 1) CAN BE A RECORD OFF  00443715
      *    TONIGHT'S TRANFILE -- OLDER AGES ARE EARLIER NIGHTS' ITEMS   00443715
      *    STILL RETRYING. THE CONTRACT IS NOT COMPARED, SINCE MASTRANC 00443715
      *    MAY HAVE SUSPENDED THE RECORD UNDER ITS NEW NUMBER.          00443715
           MOVE 0 TO WS-EOF                                             00443715
                                                                        00443715
           PERFORM SUSPFILE-READ-PARA                                   00443715
                                                                        00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             IF SUSP-AGE-CNTR = 1                                       00443715
               PERFORM VARYING WS-SMP-IDX FROM 1 BY 1                   00443715
                 UNTIL WS-SMP-IDX > WS-SMP-USED                         00443715
                 MOVE WS-SMP-VIEW (WS-SMP-IDX) TO WS-CUR-VIEW           00443715
                 IF SMP-NOT-DIVERTED (WS-SMP-IDX)                       00443715
                    AND SUSP-IMG-CREDTT  = WS-CUR-CREDTT                00443715
                    AND SUSP-IMG-TYPE    = WS-CUR-TYPE                  00443715
                    AND SUSP-TRAN-AMOUNT = WS-CUR-AMOUNT                00443715
                   MOVE 'SUSPENSE' TO WS-SMP-OUTCOME (WS-SMP-IDX)       00443715
                   MOVE SUSP-REASON-CODE                                00443715
                     TO WS-SMP-OUT-REASON (WS-SMP-IDX)                  00443715
                   MOVE SUSP-TRAN-CONT-ID                               00443715
                     TO WS-SMP-OUT-CONT-ID (WS-SMP-IDX)                 00443715
                   MOVE WS-SMP-USED TO WS-SMP-IDX                       00443715
                 END-IF                                                 00443715
               END-PERFORM                                              00443715
             END-IF                                                     00443715
                                                                        00443715
             PERFORM SUSPFILE-READ-PARA                                 00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MATCH-DUPLICATES-PARA.                                           00443715
      *    ONLY AN AUTHORIZATION CAN BE HELD AS A DUPLICATE.            00443715
           MOVE 0 TO WS-EOF                                             00443715
                                                                        00443715
           PERFORM DUPFILE-READ-PARA                                    00443715
                                                                        00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             PERFORM VARYING WS-SMP-IDX FROM 1 BY 1                     00443715
               UNTIL WS-SMP-IDX > WS-SMP-USED                           00443715
               MOVE WS-SMP-VIEW (WS-SMP-IDX) TO WS-CUR-VIEW             00443715
               IF SMP-NOT-DIVERTED (WS-SMP-IDX)                         00443715
                  AND (WS-CUR-TYPE = 'AU' OR WS-CUR-TYPE = SPACES)      00443715
                  AND DUP-CONT-ID     = WS-CUR-CONT-ID                  00443715
                  AND DUP-HDR-CREDTT  = WS-CUR-CREDTT                   00443715
                  AND DUP-MERCHANT-ID = WS-CUR-MERCH-ID                 00443715
                  AND DUP-AMOUNT      = WS-CUR-AMOUNT                   00443715
                 MOVE 'DUPLICAT' TO WS-SMP-OUTCOME (WS-SMP-IDX)         00443715
                 MOVE WS-SMP-USED TO WS-SMP-IDX                         00443715
               END-IF                                                   00443715
             END-PERFORM                                                00443715
                                                                        00443715
             PERFORM DUPFILE-READ-PARA                                  00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-DESIGN-PARA.                                               00443715
      *    THE FIRST PAGE RECORDS HOW THE SAMPLE WAS DRAWN, SO AUDIT    00443715
      *    CAN RE-PERFORM IT FROM THE SAME FILE AND PARM CARD.          00443715
           MOVE 'SAMPLE DESIGN' TO TRD-TITLE-TEXT                       00443715
           MOVE WS-PROCESS-DT   TO TRD-TITLE-DATE                       00443715
                                                                        00443715
           WRITE TRCE-LINE FROM WS-TRD-TITLE                            00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE SPACES TO TRCE-LINE                                     00443715
           WRITE TRCE-LINE AFTER ADVANCING 1 LINE                       00443715
                                                                        00443715
           MOVE 'SEED'                   TO TRD-FIELD-LABEL             00443715
           MOVE WS-SEED-USED             TO TRD-FIELD-VALUE             00443715
           PERFORM WRITE-FIELD-PARA                                     00443715
           MOVE 'REQUESTED SAMPLE SIZE'  TO TRD-FIELD-LABEL             00443715
           MOVE WS-SAMPLE-SIZE           TO WS-TRD-CNTR-EDT             00443715
           MOVE WS-TRD-CNTR-EDT          TO TRD-FIELD-VALUE             00443715
           PERFORM WRITE-FIELD-PARA                                     00443715
           MOVE 'TRANSACTIONS SAMPLED'   TO TRD-FIELD-LABEL             00443715
           MOVE WS-SMP-USED              TO WS-TRD-CNTR-EDT             00443715
           MOVE WS-TRD-CNTR-EDT          TO TRD-FIELD-VALUE             00443715
           PERFORM WRITE-FIELD-PARA                                     00443715
           MOVE 'TRANFILE RECORDS'       TO TRD-FIELD-LABEL             00443715
           MOVE WS-TRANFILE-CNTR         TO WS-TRD-CNTR-EDT             00443715
           MOVE WS-TRD-CNTR-EDT          TO TRD-FIELD-VALUE             00443715
           PERFORM WRITE-FIELD-PARA                                     00443715
           MOVE 'TRANSACTIONS (DATA)'    TO TRD-FIELD-LABEL             00443715
           MOVE WS-POP-TOTAL             TO WS-TRD-CNTR-EDT             00443715
           MOVE WS-TRD-CNTR-EDT          TO TRD-FIELD-VALUE             00443715
           PERFORM WRITE-FIELD-PARA                                     00443715
           MOVE 'LOW BAND BELOW'         TO TRD-FIELD-LABEL             00443715
           MOVE WS-BAND-LOW-LIMIT        TO WS-TRD-AMT-EDT              00443715
           MOVE WS-TRD-AMT-EDT           TO TRD-FIELD-VALUE             00443715
           PERFORM WRITE-FIELD-PARA                                     00443715
           MOVE 'HIGH BAND FROM'         TO TRD-FIELD-LABEL             00443715
           MOVE PARM-HIGH-VALUE-THRESHOLD TO WS-TRD-AMT-EDT             00443715
           MOVE WS-TRD-AMT-EDT           TO TRD-FIELD-VALUE             00443715
           PERFORM WRITE-FIELD-PARA                                     00443715
                                                                        00443715
           MOVE 'STRATA' TO WS-TRD-SECTION                              00443715
           PERFORM WRITE-SECTION-PARA                                   00443715
                                                                        00443715
           WRITE TRCE-LINE FROM WS-TRD-STR-HEADER                       00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           PERFORM VARYING WS-STR-IDX FROM 1 BY 1                       00443715
             UNTIL WS-STR-IDX > 20                                      00443715
             IF WS-STR-POP (WS-STR-IDX) > 0                             00443715
               COMPUTE WS-CUR-TYPE-IDX = (WS-STR-IDX - 1) / 4 + 1       00443715
               COMPUTE WS-CUR-BAND-IDX =                                00443715
                 WS-STR-IDX - (WS-CUR-TYPE-IDX - 1) * 4                 00443715
               MOVE WS-TYPE-NAME (WS-CUR-TYPE-IDX) TO TRD-STR-TYPE      00443715
               MOVE WS-BAND-NAME (WS-CUR-BAND-IDX) TO TRD-STR-BAND      00443715
               MOVE WS-STR-POP (WS-STR-IDX)        TO TRD-STR-POP       00443715
               MOVE WS-STR-ALLOC (WS-STR-IDX)      TO TRD-STR-ALLOC     00443715
               MOVE WS-STR-TAKEN (WS-STR-IDX)      TO TRD-STR-TAKEN     00443715
               WRITE TRCE-LINE FROM WS-TRD-STR-DETAIL                   00443715
                 AFTER ADVANCING 1 LINE                                 00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-POP-TOTAL = 0                                          00443715
             MOVE 'NO TRANSACTIONS ON TRANFILE - NOTHING SAMPLED'       00443715
               TO TRD-FLAG-TEXT                                         00443715
             WRITE TRCE-LINE FROM WS-TRD-FLAG                           00443715
               AFTER ADVANCING 1 LINE                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-TRACE-PARA.                                                00443715
                                                                        00443715
           MOVE WS-SMP-VIEW (WS-SMP-IDX) TO WS-CUR-VIEW                 00443715
                                                                        00443715
           MOVE WS-SMP-IDX    TO TRD-ITEM-NO                            00443715
           MOVE WS-SMP-USED   TO TRD-ITEM-OF                            00443715
           MOVE WS-TRD-ITEM   TO TRD-TITLE-TEXT                         00443715
           MOVE WS-PROCESS-DT TO TRD-TITLE-DATE                         00443715
                                                                        00443715
           WRITE TRCE-LINE FROM WS-TRD-TITLE                            00443715
             AFTER ADVANCING PAGE                                       00443715
                                                                        00443715
           PERFORM WRITE-ORIGINAL-PARA                                  00443715
                                                                        00443715
           PERFORM WRITE-OUTCOME-PARA                                   00443715
                                                                        00443715
           PERFORM WRITE-CONTRIBUTION-PARA                              00443715
                                                                        00443715
           PERFORM WRITE-CLIENT-ROW-PARA                                00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-ORIGINAL-PARA.                                             00443715
                                                                        00443715
           MOVE 'ORIGINAL RECORD (PAN MASKED)' TO WS-TRD-SECTION        00443715
           PERFORM WRITE-SECTION-PARA                                   00443715
                                                                        00443715
           COMPUTE WS-CUR-TYPE-IDX =                                    00443715
             (WS-SMP-STRATUM (WS-SMP-IDX) - 1) / 4 + 1                  00443715
           COMPUTE WS-CUR-BAND-IDX =                                    00443715
             WS-SMP-STRATUM (WS-SMP-IDX) - (WS-CUR-TYPE-IDX - 1) * 4    00443715
           MOVE WS-TYPE-NAME (WS-CUR-TYPE-IDX) TO TRD-STRATUM-TYPE      00443715
           MOVE WS-BAND-NAME (WS-CUR-BAND-IDX) TO TRD-STRATUM-BAND      00443715
                                                                        00443715
           MOVE 'TRANFILE RECORD NO'     TO TRD-FIELD-LABEL             00443715
           MOVE WS-SMP-SEQ (WS-SMP-IDX)  TO WS-TRD-CNTR-EDT             00443715
           MOVE WS-TRD-CNTR-EDT          TO TRD-FIELD-VALUE             00443715
           PERFORM WRITE-FIELD-PARA                                     00443715
           MOVE 'FEED'                   TO TRD-FIELD-LABEL             00443715
           IF WS-SMP-SOURCE (WS-SMP-IDX) = 'B'                          00443715
             MOVE 'B - SECOND NETWORK'   TO TRD-FIELD-VALUE             00443715
           ELSE                                                         00443715
             MOVE 'S - STANDARD'         TO TRD-FIELD-VALUE             00443715
           END-IF                                                       00443715
           PERFORM WRITE-FIELD-PARA                                     00443715
           MOVE 'STRATUM'                TO TRD-FIELD-LABEL             00443715
           MOVE WS-TRD-STRATUM-TEXT      TO TRD-FIELD-VALUE             00443715
           PERFORM WRITE-FIELD-PARA                                     00443715
           MOVE 'TRANSACTION TYPE'       TO TRD-FIELD-LABEL             00443715
           MOVE WS-CUR-TYPE              TO TRD-FIELD-VALUE             00443715
           PERFORM WRITE-FIELD-PARA                                     00443715
           MOVE 'CREATED'                TO TRD-FIELD-LABEL             00443715
           MOVE WS-CUR-CREDTT            TO TRD-FIELD-VALUE             00443715
           PERFORM WRITE-FIELD-PARA                                     00443715
           MOVE 'CONTRACT'               TO TRD-FIELD-LABEL             00443715
           MOVE WS-CUR-CONT-ID           TO TRD-FIELD-VALUE             00443715
           PERFORM WRITE-FIELD-PARA                                     00443715
                                                                        00443715
           IF WS-CUR-TYPE-IDX = 1 OR WS-CUR-TYPE-IDX = 5                00443715
             MOVE 'AUTHORIZATION REF'    TO TRD-FIELD-LABEL             00443715
           ELSE                                                         00443715
             MOVE 'ORIGINAL REFERENCE'   TO TRD-FIELD-LABEL             00443715
           END-IF                                                       00443715
           MOVE WS-CUR-REF               TO TRD-FIELD-VALUE             00443715
           PERFORM WRITE-FIELD-PARA                                     00443715
           MOVE 'MERCHANT ID'            TO TRD-FIELD-LABEL             00443715
           MOVE WS-CUR-MERCH-ID          TO TRD-FIELD-VALUE             00443715
           PERFORM WRITE-FIELD-PARA                                     00443715
                                                                        00443715
           IF WS-CUR-TYPE-IDX = 1 OR WS-CUR-TYPE-IDX = 5                00443715
             MOVE 'MERCHANT NAME'        TO TRD-FIELD-LABEL             00443715
             MOVE WS-CUR-MERCH-NAME      TO TRD-FIELD-VALUE             00443715
             PERFORM WRITE-FIELD-PARA                                   00443715
             MOVE 'CARD (MASKED PAN)'    TO TRD-FIELD-LABEL             00443715
             MOVE WS-CUR-PAN             TO TRD-FIELD-VALUE             00443715
             PERFORM WRITE-FIELD-PARA                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 'CARD BRAND'             TO TRD-FIELD-LABEL             00443715
           MOVE WS-CUR-BRAND             TO TRD-FIELD-VALUE             00443715
           PERFORM WRITE-FIELD-PARA                                     00443715
                                                                        00443715
           EVALUATE WS-CUR-TYPE-IDX                                     00443715
             WHEN 3                                                     00443715
               MOVE 'REASON CODE'        TO TRD-FIELD-LABEL             00443715
               MOVE WS-CUR-CODE          TO TRD-FIELD-VALUE             00443715
               PERFORM WRITE-FIELD-PARA                                 00443715
             WHEN 4                                                     00443715
               CONTINUE                                                 00443715
             WHEN OTHER                                                 00443715
               MOVE 'MERCHANT CATEGORY'  TO TRD-FIELD-LABEL             00443715
               MOVE WS-CUR-CODE          TO TRD-FIELD-VALUE             00443715
               PERFORM WRITE-FIELD-PARA                                 00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           MOVE 'AMOUNT'                 TO TRD-FIELD-LABEL             00443715
           MOVE WS-CUR-AMOUNT            TO TRD-FIELD-VALUE             00443715
           PERFORM WRITE-FIELD-PARA                                     00443715
           MOVE 'CURRENCY'               TO TRD-FIELD-LABEL             00443715
           MOVE WS-CUR-CURRENCY          TO TRD-FIELD-VALUE             00443715
           PERFORM WRITE-FIELD-PARA                                     00443715
                                                                        00443715
           IF WS-CUR-TYPE-IDX = 1 OR WS-CUR-TYPE-IDX = 5                00443715
             MOVE 'POSTAL CODE'          TO TRD-FIELD-LABEL             00443715
             MOVE WS-CUR-POSTAL          TO TRD-FIELD-VALUE             00443715
             PERFORM WRITE-FIELD-PARA                                   00443715
             MOVE 'AUTHORIZATION RESULT' TO TRD-FIELD-LABEL             00443715
             MOVE WS-CUR-RESPONSE        TO TRD-FIELD-VALUE             00443715
             PERFORM WRITE-FIELD-PARA                                   00443715
             MOVE 'FRAUD VERIFICATION'   TO TRD-FIELD-LABEL             00443715
             MOVE WS-CUR-FRAUD           TO TRD-FIELD-VALUE             00443715
             PERFORM WRITE-FIELD-PARA                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-SMP-SOURCE (WS-SMP-IDX) NOT = 'B'                      00443715
             MOVE 'INSTITUTION'          TO TRD-FIELD-LABEL             00443715
             MOVE WS-CUR-INST            TO TRD-FIELD-VALUE             00443715
             PERFORM WRITE-FIELD-PARA                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-OUTCOME-PARA.                                              00443715
                                                                        00443715
           MOVE 'DIVERSION OUTCOME' TO WS-TRD-SECTION                   00443715
           PERFORM WRITE-SECTION-PARA                                   00443715
                                                                        00443715
           MOVE 'OUTCOME'                TO TRD-FIELD-LABEL             00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN SMP-EDIT-REJECT (WS-SMP-IDX)                          00443715
               ADD 1 TO WS-DIVERTED-CNTR                                00443715
               MOVE 'EDIT REJECT - EREJFILE (MASTRANE)'                 00443715
                 TO TRD-FIELD-VALUE                                     00443715
               PERFORM WRITE-FIELD-PARA                                 00443715
               MOVE 'REJECT REASON'      TO TRD-FIELD-LABEL             00443715
               MOVE WS-SMP-OUT-REASON (WS-SMP-IDX)                      00443715
                 TO TRD-FIELD-VALUE                                     00443715
               PERFORM WRITE-FIELD-PARA                                 00443715
             WHEN SMP-SUSPENDED (WS-SMP-IDX)                            00443715
               ADD 1 TO WS-DIVERTED-CNTR                                00443715
               MOVE 'SUSPENDED - SUSPFILE (MASTRANC)'                   00443715
                 TO TRD-FIELD-VALUE                                     00443715
               PERFORM WRITE-FIELD-PARA                                 00443715
               MOVE 'SUSPENSE REASON'    TO TRD-FIELD-LABEL             00443715
               MOVE WS-SMP-OUT-REASON (WS-SMP-IDX)                      00443715
                 TO TRD-FIELD-VALUE                                     00443715
               PERFORM WRITE-FIELD-PARA                                 00443715
               MOVE 'SUSPENDED UNDER'    TO TRD-FIELD-LABEL             00443715
               MOVE WS-SMP-OUT-CONT-ID (WS-SMP-IDX)                     00443715
                 TO TRD-FIELD-VALUE                                     00443715
               PERFORM WRITE-FIELD-PARA                                 00443715
             WHEN SMP-DUPLICATE (WS-SMP-IDX)                            00443715
               ADD 1 TO WS-DIVERTED-CNTR                                00443715
               MOVE 'DUPLICATE - DUPFILE (MASTRANC)'                    00443715
                 TO TRD-FIELD-VALUE                                     00443715
               PERFORM WRITE-FIELD-PARA                                 00443715
             WHEN OTHER                                                 00443715
               MOVE 'NOT DIVERTED'       TO TRD-FIELD-VALUE             00443715
               PERFORM WRITE-FIELD-PARA                                 00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-CONTRIBUTION-PARA.                                         00443715
      *    THE SAME RULE MASTRANC TOTALS BY: AN AUTHORIZATION ADDS ITS  00443715
      *    AMOUNT, A REFUND, CHARGEBACK OR REVERSAL TAKES ITS AMOUNT    00443715
      *    OFF, AND EACH COUNTS AS ONE TRANSACTION. A DIVERTED RECORD   00443715
      *    ADDS NOTHING TONIGHT.                                        00443715
           MOVE 'CONTRIBUTION TO CUSTOMER TOTALS' TO WS-TRD-SECTION     00443715
           PERFORM WRITE-SECTION-PARA                                   00443715
                                                                        00443715
           MOVE ZEROES TO WS-TRC-TXNS                                   00443715
           MOVE ZEROES TO WS-TRC-AMOUNT                                 00443715
                                                                        00443715
           IF SMP-NOT-DIVERTED (WS-SMP-IDX)                             00443715
             MOVE 1 TO WS-TRC-TXNS                                      00443715
             IF WS-CUR-TYPE-IDX = 1 OR WS-CUR-TYPE-IDX = 5              00443715
               MOVE WS-SMP-AMT-NUM (WS-SMP-IDX) TO WS-TRC-AMOUNT        00443715
             ELSE                                                       00443715
               COMPUTE WS-TRC-AMOUNT = 0 - WS-SMP-AMT-NUM (WS-SMP-IDX)  00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 'TOTAL_TXNS'             TO TRD-FIELD-LABEL             00443715
           MOVE WS-TRC-TXNS              TO WS-TRD-TXNS-EDT             00443715
           MOVE WS-TRD-TXNS-EDT          TO TRD-FIELD-VALUE             00443715
           PERFORM WRITE-FIELD-PARA                                     00443715
           MOVE 'TOTAL_TXN_AMOUNT'       TO TRD-FIELD-LABEL             00443715
           MOVE WS-TRC-AMOUNT            TO WS-TRD-AMT-EDT              00443715
           MOVE WS-TRD-AMT-EDT           TO TRD-FIELD-VALUE             00443715
           PERFORM WRITE-FIELD-PARA                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-CLIENT-ROW-PARA.                                           00443715
                                                                        00443715
           IF SMP-SUSPENDED (WS-SMP-IDX)                                00443715
             MOVE WS-SMP-OUT-CONT-ID (WS-SMP-IDX) TO WS-TRC-CONT-ID     00443715
           ELSE                                                         00443715
             MOVE WS-CUR-CONT-ID TO WS-TRC-CONT-ID                      00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 'CLIENT_JOIN2 ROW' TO WS-TRD-SECTION                    00443715
           PERFORM WRITE-SECTION-PARA                                   00443715
                                                                        00443715
           MOVE ZEROES TO WS-RETRY-CNTR                                 00443715
           MOVE 'SELECT CLIENT_JOIN2' TO WS-RETRY-STMT                  00443715
                                                                        00443715
           PERFORM SELECT-CLIENT-ROW-PARA                               00443715
                                                                        00443715
           PERFORM UNTIL NOT SQL-CODE-RETRYABLE                         00443715
                      OR WS-RETRY-CNTR NOT < PARM-SQL-RETRY-MAX         00443715
             PERFORM LOG-SQL-RETRY-PARA                                 00443715
             PERFORM SELECT-CLIENT-ROW-PARA                             00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN SQL-CODE-SUCCESSFUL                                   00443715
               MOVE 'CONTRACT'           TO TRD-FIELD-LABEL             00443715
               MOVE WS-TRC-CONT-ID       TO TRD-FIELD-VALUE             00443715
               PERFORM WRITE-FIELD-PARA                                 00443715
               MOVE 'CUSTOMER_ID'        TO TRD-FIELD-LABEL             00443715
               MOVE CLI-CUSTOMER-ID-TEXT TO TRD-FIELD-VALUE             00443715
               PERFORM WRITE-FIELD-PARA                                 00443715
               MOVE 'INST_ID'            TO TRD-FIELD-LABEL             00443715
               MOVE CLI-INST-ID          TO TRD-FIELD-VALUE             00443715
               PERFORM WRITE-FIELD-PARA                                 00443715
               MOVE 'TOTAL_TXNS'         TO TRD-FIELD-LABEL             00443715
               MOVE CLI-TOTAL-TXNS       TO WS-TRD-CNTR-EDT             00443715
               MOVE WS-TRD-CNTR-EDT      TO TRD-FIELD-VALUE             00443715
               PERFORM WRITE-FIELD-PARA                                 00443715
               MOVE 'TOTAL_TXN_AMOUNT'   TO TRD-FIELD-LABEL             00443715
               MOVE CLI-TOTAL-TXN-AMOUNT TO WS-TRD-AMT-EDT              00443715
               MOVE WS-TRD-AMT-EDT       TO TRD-FIELD-VALUE             00443715
               PERFORM WRITE-FIELD-PARA                                 00443715
               MOVE 'AVG_TXN_AMOUNT'     TO TRD-FIELD-LABEL             00443715
               MOVE CLI-AVG-TXN-AMOUNT   TO WS-TRD-AMT-EDT              00443715
               MOVE WS-TRD-AMT-EDT       TO TRD-FIELD-VALUE             00443715
               PERFORM WRITE-FIELD-PARA                                 00443715
               MOVE 'FIRST_ACTIVITY'     TO TRD-FIELD-LABEL             00443715
               MOVE WS-CLI-FIRST-ACT     TO TRD-FIELD-VALUE             00443715
               PERFORM WRITE-FIELD-PARA                                 00443715
             WHEN SQL-CODE-ROW-NOT-FOUND                                00443715
               ADD 1 TO WS-NOCLIENT-CNTR                                00443715
               IF SMP-NOT-DIVERTED (WS-SMP-IDX)                         00443715
                 MOVE 'POSTED BUT THE CONTRACT HAS NO CLIENT_JOIN2 ROW' 00443715
                   TO TRD-FLAG-TEXT                                     00443715
               ELSE                                                     00443715
                 MOVE 'NO CLIENT_JOIN2 ROW FOR THE CONTRACT'            00443715
                   TO TRD-FLAG-TEXT                                     00443715
               END-IF                                                   00443715
               WRITE TRCE-LINE FROM WS-TRD-FLAG                         00443715
                 AFTER ADVANCING 1 LINE                                 00443715
             WHEN OTHER                                                 00443715
               ADD 1 TO WS-SQL-ERROR-CNTR                               00443715
               DISPLAY 'ERROR SELECTING CLIENT_JOIN2 FOR '              00443715
                       WS-TRC-CONT-ID ', SQLCODE = ' SQLCODE            00443715
               MOVE 'CLIENT_JOIN2 NOT READABLE - SEE JOB LOG'           00443715
                 TO TRD-FLAG-TEXT                                       00443715
               WRITE TRCE-LINE FROM WS-TRD-FLAG                         00443715
                 AFTER ADVANCING 1 LINE                                 00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       SELECT-CLIENT-ROW-PARA.                                          00443715
                                                                        00443715
           EXEC SQL                                                     00443715
             SELECT CUSTOMER_ID                                         00443715
                   ,COALESCE(INST_ID, ' ')                              00443715
                   ,TOTAL_TXNS                                          00443715
                   ,TOTAL_TXN_AMOUNT                                    00443715
                   ,AVG_TXN_AMOUNT                                      00443715
                   ,COALESCE(FIRST_ACTIVITY, ' ')                       00443715
               INTO :CLI-CUSTOMER-ID                                    00443715
                   ,:CLI-INST-ID                                        00443715
                   ,:CLI-TOTAL-TXNS                                     00443715
                   ,:CLI-TOTAL-TXN-AMOUNT                               00443715
                   ,:CLI-AVG-TXN-AMOUNT                                 00443715
                   ,:WS-CLI-FIRST-ACT                                   00443715
               FROM CLIENT_JOIN2                                        00443715
              WHERE CONT_ID = :WS-TRC-CONT-ID                           00443715
           END-EXEC                                                     00443715
                                                                        00443715
           MOVE SQLCODE TO WS-SQL-CODE                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-SECTION-PARA.                                              00443715
                                                                        00443715
           MOVE SPACES TO TRCE-LINE                                     00443715
           WRITE TRCE-LINE AFTER ADVANCING 1 LINE                       00443715
           WRITE TRCE-LINE FROM WS-TRD-SECTION                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-FIELD-PARA.                                                00443715
                                                                        00443715
           WRITE TRCE-LINE FROM WS-TRD-FIELD                            00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE SPACES TO TRD-FIELD-VALUE                               00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOG-SQL-RETRY-PARA.                                              00443715
                                                                        00443715
           ADD 1 TO WS-RETRY-CNTR                                       00443715
           ADD 1 TO WS-RETRY-TOTAL-CNTR                                 00443715
                                                                        00443715
           DISPLAY 'RETRYABLE SQLCODE ' WS-SQL-CODE ' ON '              00443715
                   WS-RETRY-STMT                                        00443715
                   ' -- RETRY ' WS-RETRY-CNTR                           00443715
                   ' OF ' PARM-SQL-RETRY-MAX                            00443715
                                                                        00443715
           MOVE PARM-SQL-RETRY-WAIT-SEC TO WS-RETRY-WAIT-COMP           00443715
           CALL 'C$SLEEP' USING WS-RETRY-WAIT-COMP                      00443715
             ON EXCEPTION                                               00443715
               CONTINUE                                                 00443715
           END-CALL                                                     00443715
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
           MOVE 'MASTRNAS' TO PGAT-JOB-NAME                             00443715
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
           MOVE ZEROES TO PARM-HIGH-VALUE-THRESHOLD                     00443715
           MOVE ZEROES TO PARM-SQL-RETRY-MAX                            00443715
           MOVE ZEROES TO PARM-SQL-RETRY-WAIT-SEC                       00443715
           MOVE ZEROES TO PARM-AUDIT-SEED                               00443715
           MOVE ZEROES TO PARM-AUDIT-SAMPLE-SIZE                        00443715
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
           IF PARM-PROCESS-DATE IS NUMERIC                              00443715
             MOVE PARM-PROCESS-DATE TO WS-PROCESS-DT                    00443715
           ELSE                                                         00443715
             MOVE FUNCTION CURRENT-DATE (1:8) TO WS-PROCESS-DT          00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-HIGH-VALUE-THRESHOLD IS NOT NUMERIC                  00443715
              OR PARM-HIGH-VALUE-THRESHOLD = ZEROES                     00443715
             MOVE 10000.00 TO PARM-HIGH-VALUE-THRESHOLD                 00443715
           END-IF                                                       00443715
                                                                        00443715
           COMPUTE WS-BAND-LOW-LIMIT = PARM-HIGH-VALUE-THRESHOLD / 10   00443715
                                                                        00443715
           IF PARM-SQL-RETRY-MAX IS NOT NUMERIC                         00443715
              OR PARM-SQL-RETRY-MAX = ZEROES                            00443715
             MOVE 3 TO PARM-SQL-RETRY-MAX                               00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-SQL-RETRY-WAIT-SEC IS NOT NUMERIC                    00443715
              OR PARM-SQL-RETRY-WAIT-SEC = ZEROES                       00443715
             MOVE 5 TO PARM-SQL-RETRY-WAIT-SEC                          00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-AUDIT-SAMPLE-SIZE IS NOT NUMERIC                     00443715
              OR PARM-AUDIT-SAMPLE-SIZE = ZEROES                        00443715
             MOVE 50 TO WS-SAMPLE-SIZE                                  00443715
           ELSE                                                         00443715
             IF PARM-AUDIT-SAMPLE-SIZE > 500                            00443715
               MOVE 500 TO WS-SAMPLE-SIZE                               00443715
             ELSE                                                       00443715
               MOVE PARM-AUDIT-SAMPLE-SIZE TO WS-SAMPLE-SIZE            00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
      *    THE GENERATOR'S SEED MUST LIE IN 1 .. 2**31 - 2.             00443715
           IF PARM-AUDIT-SEED IS NOT NUMERIC                            00443715
              OR PARM-AUDIT-SEED = ZEROES                               00443715
             MOVE WS-PROCESS-DT TO WS-SEED-USED                         00443715
           ELSE                                                         00443715
             MOVE PARM-AUDIT-SEED TO WS-SEED-USED                       00443715
           END-IF                                                       00443715
                                                                        00443715
           DIVIDE WS-SEED-USED BY 2147483646                            00443715
             GIVING WS-RAND-QUOT                                        00443715
             REMAINDER WS-RAND-SEED                                     00443715
                                                                        00443715
           ADD 1 TO WS-RAND-SEED                                        00443715
                                                                        00443715
           DISPLAY 'AUDIT SAMPLE SEED = ' WS-SEED-USED                  00443715
                   ' SIZE = ' WS-SAMPLE-SIZE                            00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FILE-OPEN-PARA.                                                  00443715
                                                                        00443715
           OPEN INPUT  TRANFILE                                         00443715
                                                                        00443715
           IF TRANFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN TRAN FILE-STATUS = '  TRANFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT  EREJFILE                                         00443715
                                                                        00443715
           IF EREJFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN EREJ FILE-STATUS = '  EREJFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT  SUSPFILE                                         00443715
                                                                        00443715
           IF SUSPFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN SUSP FILE-STATUS = '  SUSPFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT  DUPFILE                                          00443715
                                                                        00443715
           IF DUPFILE-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN DUP FILE-STATUS = '  DUPFILE-FILE-STATUS     00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT TRCEFILE                                         00443715
                                                                        00443715
           IF TRCEFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN TRCE FILE-STATUS = '  TRCEFILE-FILE-STATUS   00443715
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
       TRANSFILE-READ-PARA.                                             00443715
                                                                        00443715
           READ TRANFILE                                                00443715
             AT END                                                     00443715
                MOVE 1 TO TRAN-EOF                                      00443715
           END-READ                                                     00443715
                                                                        00443715
           IF TRANFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             IF TRANFILE-FILE-STATUS NOT = '10'                         00443715
             THEN                                                       00443715
               DISPLAY 'TRAN FILE-STATUS = '  TRANFILE-FILE-STATUS      00443715
                                                                        00443715
               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'FILE READ ERROR' TO WS-FAIL-REASON                 00443715
               PERFORM END-PROCESS                                      00443715
             END-IF                                                     00443715
           ELSE                                                         00443715
             ADD 1 TO WS-TRAN-SEQ                                       00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       EREJFILE-READ-PARA.                                              00443715
                                                                        00443715
           READ EREJFILE                                                00443715
             AT END                                                     00443715
                MOVE 1 TO WS-EOF                                        00443715
           END-READ                                                     00443715
                                                                        00443715
           IF EREJFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             IF EREJFILE-FILE-STATUS NOT = '10'                         00443715
             THEN                                                       00443715
               DISPLAY 'EREJ FILE-STATUS = '  EREJFILE-FILE-STATUS      00443715
                                                                        00443715
               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'FILE READ ERROR' TO WS-FAIL-REASON                 00443715
               PERFORM END-PROCESS                                      00443715
             END-IF                                                     00443715
           ELSE                                                         00443715
             ADD 1 TO WS-EREJFILE-CNTR                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       SUSPFILE-READ-PARA.                                              00443715
                                                                        00443715
           READ SUSPFILE                                                00443715
             AT END                                                     00443715
                MOVE 1 TO WS-EOF                                        00443715
           END-READ                                                     00443715
                                                                        00443715
           IF SUSPFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             IF SUSPFILE-FILE-STATUS NOT = '10'                         00443715
             THEN                                                       00443715
               DISPLAY 'SUSP FILE-STATUS = '  SUSPFILE-FILE-STATUS      00443715
                                                                        00443715
               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'FILE READ ERROR' TO WS-FAIL-REASON                 00443715
               PERFORM END-PROCESS                                      00443715
             END-IF                                                     00443715
           ELSE                                                         00443715
             ADD 1 TO WS-SUSPFILE-CNTR                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       DUPFILE-READ-PARA.                                               00443715
                                                                        00443715
           READ DUPFILE                                                 00443715
             AT END                                                     00443715
                MOVE 1 TO WS-EOF                                        00443715
           END-READ                                                     00443715
                                                                        00443715
           IF DUPFILE-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             IF DUPFILE-FILE-STATUS NOT = '10'                          00443715
             THEN                                                       00443715
               DISPLAY 'DUP FILE-STATUS = '  DUPFILE-FILE-STATUS        00443715
                                                                        00443715
               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'FILE READ ERROR' TO WS-FAIL-REASON                 00443715
               PERFORM END-PROCESS                                      00443715
             END-IF                                                     00443715
           ELSE                                                         00443715
             ADD 1 TO WS-DUPFILE-CNTR                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       OPEN-TIMING-PARA.                                                00443715
      *    TIMING IS BEST-EFFORT -- A RUN WITHOUT A TIMING FILE         00443715
      *    STILL RUNS, IT JUST LEAVES NO TRACE ON THE WINDOW            00443715
      *    REPORT.                                                      00443715
           OPEN EXTEND TIMEFILE                                         00443715
                                                                        00443715
           IF TIMEFILE-FILE-STATUS = '00'                               00443715
              OR TIMEFILE-FILE-STATUS = '05'                            00443715
             MOVE 1 TO WS-TIME-OPEN                                     00443715
           ELSE                                                         00443715
             DISPLAY 'NO TIMING FILE -- PHASE TIMING NOT CAPTURED'      00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-TIMING-PARA.                                               00443715
                                                                        00443715
           IF WS-TIME-OPEN = 1                                          00443715
             INITIALIZE TIME-REC                                        00443715
                                                                        00443715
             MOVE 'MASTRNAS'            TO TIME-JOB-NAME                00443715
             MOVE ','                   TO TIME-SEPARATOR-1             00443715
             MOVE WS-TIME-PHASE         TO TIME-PHASE                   00443715
             MOVE ','                   TO TIME-SEPARATOR-2             00443715
             MOVE FUNCTION CURRENT-DATE TO TIME-TIMESTAMP               00443715
                                                                        00443715
             WRITE TIME-REC                                             00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END-PROCESS.                                                     00443715
                                                                        00443715
      *    A TRACE PAGE THAT COULD NOT READ CLIENT_JOIN2 IS AN          00443715
      *    INCOMPLETE PACK -- THE RUN IS MARKED FAILED SO IT IS RERUN.  00443715
           IF WS-SQL-ERROR-CNTR > 0 AND WS-RUN-FAILED = 0               00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'SQL SELECT ERROR' TO WS-FAIL-REASON                  00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE WS-TRANFILE-CNTR  TO WS-TRANFILE-CNTR-EDT               00443715
           MOVE WS-POP-TOTAL      TO WS-POP-TOTAL-EDT                   00443715
           MOVE WS-SMP-USED       TO WS-SMP-USED-EDT                    00443715
           MOVE WS-DIVERTED-CNTR  TO WS-DIVERTED-CNTR-EDT               00443715
           MOVE WS-NOCLIENT-CNTR  TO WS-NOCLIENT-CNTR-EDT               00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNAS         *'            00443715
           DISPLAY '* TRANFILE      : ' WS-TRANFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* TRANSACTIONS  : ' WS-POP-TOTAL-EDT                00443715
                   '         *'                                         00443715
           DISPLAY '* SAMPLED       : ' WS-SMP-USED-EDT                 00443715
                   '         *'                                         00443715
           DISPLAY '* DIVERTED      : ' WS-DIVERTED-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* NO CLIENT ROW : ' WS-NOCLIENT-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           MOVE 'RUN-END' TO WS-TIME-PHASE                              00443715
           PERFORM WRITE-TIMING-PARA                                    00443715
                                                                        00443715
           CLOSE TRANFILE.                                              00443715
           CLOSE EREJFILE.                                              00443715
           CLOSE SUSPFILE.                                              00443715
           CLOSE DUPFILE.                                               00443715
           CLOSE TRCEFILE.                                              00443715
           CLOSE TIMEFILE.                                              00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       WRITE-STATUS-FILE-PARA.                                          00443715
                                                                        00443715
           IF WS-STATUS-OPEN = 0                                        00443715
             DISPLAY 'STATUS FILE NOT OPEN -- STATUS RECORD LOST'       00443715
           ELSE                                                         00443715
                                                                        00443715
           INITIALIZE STATUS-REC                                        00443715
                                                                        00443715
           MOVE 'MASTRNAS'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'SAMPLED'              TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-SMP-USED            TO STAT-CNTR-1                   00443715
           MOVE 'DIVERTED'             TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-DIVERTED-CNTR       TO STAT-CNTR-2                   00443715
           MOVE 'NOCLIENT'             TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-NOCLIENT-CNTR       TO STAT-CNTR-3                   00443715
           MOVE 'SQLRETRY'             TO STAT-CNTR-4-LABEL             00443715
           MOVE WS-RETRY-TOTAL-CNTR    TO STAT-CNTR-4                   00443715
                                                                        00443715
           WRITE STATUS-REC                                             00443715
                                                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNAS.                                           00443715
