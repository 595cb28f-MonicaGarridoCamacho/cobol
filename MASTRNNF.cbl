       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNNF.                                            00443715
      *    MASTRNNF IS THE NIGHTLY OUTBOUND CUSTOMER ALERT FEED FOR     00443715
      *    THE MESSAGING GATEWAY. MASTRANC'S SPENDING-LIMIT BREACHES    00443715
      *    (LIMBFILE), WATCH-LIST HITS (WHITFILE), HIGH-VALUE           00443715
      *    TRANSACTIONS (HIVALFILE) AND VELOCITY BURSTS (VELFILE) ARE   00443715
      *    OTHERWISE SEEN ONLY BY OUR OWN DESKS. EACH ROW IS AN EVENT   00443715
      *    OF ALERT TYPE LIMT, WTCH, HIVL OR VELO; THE EVENTS ARE       00443715
      *    SORTED BY CONTRACT, TYPE AND TIME AND THE FIRST OF EACH      00443715
      *    CONTRACT AND TYPE BECOMES ONE MESSAGE ON NOTFILE -- A        00443715
      *    CUSTOMER HEARS AT MOST ONCE A NIGHT ABOUT EACH KIND OF       00443715
      *    ALERT, HOWEVER MANY ROWS RAISED IT. THE REST ARE COUNTED     00443715
      *    AS DUPLICATES.                                               00443715
      *    A MESSAGE GOES ONLY TO A CONTRACT THAT HAS GIVEN ALERT       00443715
      *    CONSENT (CONSENT, PURPOSE 'N') -- BY SMS WHERE THAT IS       00443715
      *    GIVEN AND AN SMS TEMPLATE EXISTS FOR THE TYPE, ELSE BY       00443715
      *    EMAIL. THE TEXT COMES FROM THE TEMPLATE REFERENCE FILE       00443715
      *    (ATMPLFILE), ONE ROW PER ALERT TYPE AND CHANNEL; EACH '&'    00443715
      *    IN THE TEXT IS FILLED IN TURN WITH THE EVENT'S VALUES. A     00443715
      *    TYPE WITH NO TEMPLATE IS NOT SENT -- WATCH-LIST HITS GO      00443715
      *    OUT ONLY IF OPERATIONS HAS LOADED A TEMPLATE FOR THEM.       00443715
      *    THE GATEWAY MUST NOT RELEASE A MESSAGE BEFORE ITS            00443715
      *    SEND-AFTER TIME: THE RUN TIME, OR THE END OF THE             00443715
      *    CONTRACT'S QUIET WINDOW (CONS-QUIET-START/END, ELSE THE      00443715
      *    PARM DEFAULT) WHEN THE RUN FALLS INSIDE IT.                  00443715
      *    THE GATEWAY'S DELIVERY RESPONSES (DLVRFILE) FOR LAST         00443715
      *    NIGHT'S FEED (NOTIN, THE PRIOR GENERATION OF NOTFILE) ARE    00443715
      *    MATCHED BY MESSAGE ID -- THE LATEST RESPONSE FOR EACH        00443715
      *    STANDS -- AND UNDLRPT LISTS EVERY MESSAGE NOT DELIVERED OR   00443715
      *    NEVER ANSWERED.                                              00443715
      *    RUNS AFTER MASTRANC.                                         00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT LIMBFILE ASSIGN TO LIMBFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS LIMBFILE-FILE-STATUS.                        00443715
            SELECT WHITFILE ASSIGN TO WHITFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS WHITFILE-FILE-STATUS.                        00443715
            SELECT HIVALFILE ASSIGN TO HIVALFILE                        00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS HIVALFILE-FILE-STATUS.                       00443715
            SELECT VELFILE ASSIGN TO VELFILE                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS VELFILE-FILE-STATUS.                         00443715
            SELECT CONSENT ASSIGN TO CONSENT                            00443715
            ORGANIZATION IS INDEXED                                     00443715
            ACCESS MODE IS RANDOM                                       00443715
            RECORD KEY IS CONS-CONT-ID                                  00443715
            FILE STATUS IS CONSENT-FILE-STATUS.                         00443715
            SELECT ATMPLFILE ASSIGN TO ATMPLFILE                        00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS ATMPLFILE-FILE-STATUS.                       00443715
            SELECT NOTIN ASSIGN TO NOTIN                                00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS NOTIN-FILE-STATUS.                           00443715
            SELECT NOTFILE ASSIGN TO NOTFILE                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS NOTFILE-FILE-STATUS.                         00443715
            SELECT OPTIONAL DLVRFILE ASSIGN TO DLVRFILE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS DLVRFILE-FILE-STATUS.                        00443715
            SELECT SORTFILE ASSIGN TO SORTWK01.                         00443715
            SELECT DLVRSORT ASSIGN TO SORTWK02.                         00443715
            SELECT UNDLRPT ASSIGN TO UNDLRPT                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS UNDLRPT-FILE-STATUS.                         00443715
            SELECT PARMFILE ASSIGN TO PARMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARMFILE-FILE-STATUS.                        00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
      *    THE FOUR ALERT FILES ARE TONIGHT'S MASTRANC OUTPUT, READ     00443715
      *    WITH MASTRANC'S LAYOUTS. LIMBFILE AND HIVALFILE CARRY NO     00443715
      *    DATE -- THEIR EVENTS ARE DATED THE PROCESS DATE.             00443715
       FD LIMBFILE.                                                     00443715
       01 LIMB-REC.                                                     00443715
          05 LIMB-CONT-ID          PIC 9(10).                           00443715
          05 LIMB-SEPARATOR-1      PIC X(1).                            00443715
          05 LIMB-PERIOD-LIMIT     PIC Z(13)9.99.                       00443715
          05 LIMB-SEPARATOR-2      PIC X(1).                            00443715
          05 LIMB-MTD-AMOUNT       PIC Z(13)9.99-.                      00443715
          05 LIMB-SEPARATOR-3      PIC X(1).                            00443715
          05 LIMB-OVERAGE          PIC Z(13)9.99.                       00443715
                                                                        00443715
       FD WHITFILE.                                                     00443715
       01 WHIT-REC.                                                     00443715
          05 WHIT-CONT-ID          PIC 9(10).                           00443715
          05 WHIT-SEPARATOR-1      PIC X(1).                            00443715
          05 WHIT-LIST-TYPE        PIC X(8).                            00443715
          05 WHIT-SEPARATOR-2      PIC X(1).                            00443715
          05 WHIT-LIST-KEY         PIC X(40).                           00443715
          05 WHIT-SEPARATOR-3      PIC X(1).                            00443715
          05 WHIT-MERCHANT-ID      PIC X(40).                           00443715
          05 WHIT-SEPARATOR-4      PIC X(1).                            00443715
          05 WHIT-CREDTT           PIC X(19).                           00443715
          05 WHIT-SEPARATOR-5      PIC X(1).                            00443715
          05 WHIT-AMOUNT           PIC X(40).                           00443715
                                                                        00443715
       FD HIVALFILE.                                                    00443715
       01 HIVAL-REC.                                                    00443715
          05 HIVAL-CONT-ID         PIC 9(10).                           00443715
          05 HIVAL-SEPARATOR-1     PIC X(1).                            00443715
          05 HIVAL-TYPE-CODE       PIC X(2).                            00443715
          05 HIVAL-SEPARATOR-2     PIC X(1).                            00443715
          05 HIVAL-AMOUNT          PIC Z(13)9.99.                       00443715
                                                                        00443715
       FD VELFILE.                                                      00443715
       01 VEL-REC.                                                      00443715
          05 VEL-CONT-ID           PIC 9(10).                           00443715
          05 VEL-SEPARATOR-1       PIC X(1).                            00443715
          05 VEL-WINDOW-START      PIC X(19).                           00443715
          05 VEL-SEPARATOR-2       PIC X(1).                            00443715
          05 VEL-WINDOW-END        PIC X(19).                           00443715
          05 VEL-SEPARATOR-3       PIC X(1).                            00443715
          05 VEL-TXN-CNTR          PIC ZZ9.                             00443715
          05 VEL-SEPARATOR-4       PIC X(1).                            00443715
          05 VEL-MERCHANT-CNTR     PIC ZZ9.                             00443715
          05 VEL-SEPARATOR-5       PIC X(1).                            00443715
          05 VEL-LAST-MERCHANT     PIC X(40).                           00443715
                                                                        00443715
       FD CONSENT.                                                      00443715
         COPY CONSREC.                                                  00443715
                                                                        00443715
      *    ATMPLFILE IS THE MESSAGE TEMPLATE REFERENCE -- ONE ROW PER   00443715
      *    ALERT TYPE AND CHANNEL (E EMAIL, S SMS), KEPT BY CUSTOMER    00443715
      *    COMMUNICATIONS. EACH '&' IN THE TEXT TAKES THE NEXT EVENT    00443715
      *    VALUE:                                                       00443715
      *      LIMT -- OVERAGE, PERIOD LIMIT, MONTH-TO-DATE SPEND;        00443715
      *      WTCH -- MERCHANT, AMOUNT, DATE;                            00443715
      *      HIVL -- AMOUNT, TRANSACTION TYPE, DATE;                    00443715
      *      VELO -- TRANSACTIONS, MERCHANTS, WINDOW START.             00443715
       FD ATMPLFILE.                                                    00443715
       01 ATPL-REC.                                                     00443715
          05 ATPL-ALERT-TYPE       PIC X(4).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 ATPL-CHANNEL          PIC X(1).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 ATPL-TEMPLATE-ID      PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 ATPL-TEXT             PIC X(160).                          00443715
                                                                        00443715
      *    NOTIN IS THE PREVIOUS GENERATION OF NOTFILE, IN MESSAGE ID   00443715
      *    ORDER. THE FIRST NIGHT HAS NONE.                             00443715
       FD NOTIN.                                                        00443715
       01 NTIN-REC.                                                     00443715
          05 NTIN-MSG-ID.                                               00443715
             10 NTIN-MSG-DATE      PIC X(8).                            00443715
             10 NTIN-MSG-SEQ       PIC X(7).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 NTIN-CONT-ID          PIC 9(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 NTIN-CHANNEL          PIC X(1).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 NTIN-ALERT-TYPE       PIC X(4).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 NTIN-TEMPLATE-ID      PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 NTIN-EVENT-DATE       PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 NTIN-SEND-AFTER       PIC X(14).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 NTIN-TEXT             PIC X(160).                          00443715
                                                                        00443715
      *    NOTFILE -- ONE ROW PER MESSAGE FOR THE GATEWAY, WHICH        00443715
      *    ADDRESSES IT FROM ITS OWN CONTACT DETAILS FOR THE            00443715
      *    CONTRACT. THE MESSAGE ID IS THE PROCESS DATE AND A RUN       00443715
      *    SEQUENCE NUMBER AND COMES BACK ON DLVRFILE. SEND-AFTER IS    00443715
      *    CCYYMMDDHHMMSS. THE TEXT IS LAST SO A COMMA IN IT CANNOT     00443715
      *    SHIFT A COLUMN.                                              00443715
       FD NOTFILE.                                                      00443715
       01 NOTF-REC.                                                     00443715
          05 NOTF-MSG-ID.                                               00443715
             10 NOTF-MSG-DATE      PIC X(8).                            00443715
             10 NOTF-MSG-SEQ       PIC 9(7).                            00443715
          05 NOTF-SEPARATOR-1      PIC X(1) VALUE ','.                  00443715
          05 NOTF-CONT-ID          PIC 9(10).                           00443715
          05 NOTF-SEPARATOR-2      PIC X(1) VALUE ','.                  00443715
          05 NOTF-CHANNEL          PIC X(1).                            00443715
          05 NOTF-SEPARATOR-3      PIC X(1) VALUE ','.                  00443715
          05 NOTF-ALERT-TYPE       PIC X(4).                            00443715
          05 NOTF-SEPARATOR-4      PIC X(1) VALUE ','.                  00443715
          05 NOTF-TEMPLATE-ID      PIC X(8).                            00443715
          05 NOTF-SEPARATOR-5      PIC X(1) VALUE ','.                  00443715
          05 NOTF-EVENT-DATE       PIC X(8).                            00443715
          05 NOTF-SEPARATOR-6      PIC X(1) VALUE ','.                  00443715
          05 NOTF-SEND-AFTER       PIC X(14).                           00443715
          05 NOTF-SEPARATOR-7      PIC X(1) VALUE ','.                  00443715
          05 NOTF-TEXT             PIC X(160).                          00443715
                                                                        00443715
      *    DLVRFILE IS THE GATEWAY'S DELIVERY RESPONSE FILE -- ANY      00443715
      *    NUMBER OF ROWS PER MESSAGE, IN NO PARTICULAR ORDER. THE      00443715
      *    ROW WITH THE LATEST TIMESTAMP GIVES THE MESSAGE'S STATUS;    00443715
      *    ANYTHING BUT DELIVERED IS REPORTED.                          00443715
       FD DLVRFILE.                                                     00443715
       01 DLVR-REC.                                                     00443715
          05 DLVR-MSG-ID           PIC X(15).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 DLVR-STATUS           PIC X(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 DLVR-TIMESTAMP        PIC X(14).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 DLVR-REASON           PIC X(40).                           00443715
                                                                        00443715
       SD SORTFILE.                                                     00443715
       01 SORT-REC.                                                     00443715
          05 SRT-CONT-ID           PIC 9(10).                           00443715
          05 SRT-ALERT-TYPE        PIC X(4).                            00443715
          05 SRT-EVENT-DATE        PIC X(8).                            00443715
          05 SRT-EVENT-TIME        PIC X(6).                            00443715
          05 SRT-VALUE             PIC X(40) OCCURS 3 TIMES.            00443715
                                                                        00443715
       SD DLVRSORT.                                                     00443715
       01 DLVS-REC.                                                     00443715
          05 DLVS-MSG-ID           PIC X(15).                           00443715
          05 DLVS-TIMESTAMP        PIC X(14).                           00443715
          05 DLVS-STATUS           PIC X(10).                           00443715
          05 DLVS-REASON           PIC X(40).                           00443715
                                                                        00443715
       FD UNDLRPT.                                                      00443715
       01 UNDLRPT-LINE             PIC X(132).                          00443715
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
       01 LIMBFILE-FILE-STATUS  PIC X(2).                               00443715
       01 WHITFILE-FILE-STATUS  PIC X(2).                               00443715
       01 HIVALFILE-FILE-STATUS PIC X(2).                               00443715
       01 VELFILE-FILE-STATUS   PIC X(2).                               00443715
       01 CONSENT-FILE-STATUS   PIC X(2).                               00443715
       01 ATMPLFILE-FILE-STATUS PIC X(2).                               00443715
       01 NOTIN-FILE-STATUS     PIC X(2).                               00443715
       01 NOTFILE-FILE-STATUS   PIC X(2).                               00443715
       01 DLVRFILE-FILE-STATUS  PIC X(2).                               00443715
       01 UNDLRPT-FILE-STATUS   PIC X(2).                               00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-EOF                PIC 9.                                  00443715
       01 WS-SORT-EOF           PIC 9 VALUE 0.                          00443715
       01 WS-CONS-OPEN          PIC 9 VALUE 0.                          00443715
       01 WS-RUN-TIMESTAMP      PIC X(21).                              00443715
      *    TEMPLATE TABLE, LOADED FROM ATMPLFILE.                       00443715
       01 WS-ATPL-USED          PIC 9(3) VALUE ZEROES.                  00443715
       01 WS-ATPL-FOUND         PIC 9.                                  00443715
       01 WS-ATPL-TABLE.                                                00443715
          05 WS-ATPL-ENTRY OCCURS 40 TIMES                              00443715
               INDEXED BY WS-ATPL-TABIDX.                               00443715
             10 WS-ATPL-ALERT-TYPE  PIC X(4).                           00443715
             10 WS-ATPL-CHANNEL     PIC X(1).                           00443715
             10 WS-ATPL-TEMPLATE-ID PIC X(8).                           00443715
             10 WS-ATPL-TEXT        PIC X(160).                         00443715
      *    THE CURRENT CONTRACT'S ALERT CONSENT AND QUIET WINDOW, READ  00443715
      *    ONCE WHEN THE SORTED EVENTS MOVE ON TO IT.                   00443715
       01 WS-CUR-CONT-ID        PIC 9(10) VALUE ZEROES.                 00443715
       01 WS-CUR-ALERT-TYPE     PIC X(4) VALUE SPACES.                  00443715
       01 WS-CUR-STARTED        PIC 9 VALUE 0.                          00443715
       01 WS-NOTIFY-EMAIL       PIC X(1).                               00443715
       01 WS-NOTIFY-SMS         PIC X(1).                               00443715
       01 WS-QUIET-START.                                               00443715
          05 WS-QUIET-START-HH     PIC X(2).                            00443715
          05 WS-QUIET-START-MM     PIC X(2).                            00443715
       01 WS-QUIET-END.                                                 00443715
          05 WS-QUIET-END-HH       PIC X(2).                            00443715
          05 WS-QUIET-END-MM       PIC X(2).                            00443715
       01 WS-SEND-CHANNEL       PIC X(1).                               00443715
       01 WS-SEND-DATE          PIC X(8).                               00443715
       01 WS-SEND-DATE-N REDEFINES WS-SEND-DATE PIC 9(8).               00443715
       01 WS-SEND-HHMM          PIC X(4).                               00443715
       01 WS-DATE-INT           PIC 9(8).                               00443715
       01 WS-MSG-SEQ            PIC 9(7) VALUE ZEROES.                  00443715
       01 WS-EVT-DATE           PIC X(8).                               00443715
       01 WS-EVT-TIME           PIC X(6).                               00443715
       01 WS-CREDTT             PIC X(19).                              00443715
      *    TEMPLATE FILL -- THE TEXT IS SPLIT AT EACH '&' AND THE       00443715
      *    PIECES STRUNG BACK TOGETHER WITH THE EVENT VALUES BETWEEN.   00443715
       01 WS-SEG-TABLE.                                                 00443715
          05 WS-SEG-ENTRY OCCURS 4 TIMES.                               00443715
             10 WS-SEG-TEXT        PIC X(160).                          00443715
             10 WS-SEG-LEN         PIC 9(3).                            00443715
       01 WS-SEG-IDX            PIC 9.                                  00443715
       01 WS-SEG-USED           PIC 9.                                  00443715
       01 WS-TXT-PTR            PIC 9(3).                               00443715
       01 WS-JUST-WORK          PIC X(40).                              00443715
       01 WS-JUST-LEAD          PIC 9(3).                               00443715
       01 WS-DATE-EDT.                                                  00443715
          05 WS-DATE-EDT-CCYY      PIC X(4).                            00443715
          05 FILLER                PIC X(1) VALUE '-'.                  00443715
          05 WS-DATE-EDT-MM        PIC X(2).                            00443715
          05 FILLER                PIC X(1) VALUE '-'.                  00443715
          05 WS-DATE-EDT-DD        PIC X(2).                            00443715
      *    DELIVERY MATCH STATE. NOTIN AND THE SORTED RESPONSES ARE     00443715
      *    MERGED ON MESSAGE ID; EACH RESPONSE GROUP IS HELD AS ITS     00443715
      *    LATEST ROW.                                                  00443715
       01 WS-NTIN-OPEN          PIC 9 VALUE 0.                          00443715
       01 WS-NTIN-HELD          PIC 9 VALUE 0.                          00443715
       01 WS-NTIN-PREV-ID       PIC X(15) VALUE SPACES.                 00443715
       01 WS-DLV-AHEAD          PIC 9 VALUE 0.                          00443715
       01 WS-DLV-HELD           PIC 9 VALUE 0.                          00443715
       01 WS-DLV-MSG-ID         PIC X(15).                              00443715
       01 WS-DLV-STATUS         PIC X(10).                              00443715
       01 WS-DLV-TIMESTAMP      PIC X(14).                              00443715
       01 WS-DLV-REASON         PIC X(40).                              00443715
       01 WS-RPT-STATUS         PIC X(11).                              00443715
       01 WS-RPT-REASON         PIC X(40).                              00443715
       01 WS-RPT-WORK           PIC X(132).                             00443715
       01 WS-CNTR-EDT           PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-COUNTERS-1.                                                00443715
          05 WS-LIMB-CNTR         PIC 9(9) VALUE ZEROES.                00443715
          05 WS-WHIT-CNTR         PIC 9(9) VALUE ZEROES.                00443715
          05 WS-HIVAL-CNTR        PIC 9(9) VALUE ZEROES.                00443715
          05 WS-VEL-CNTR          PIC 9(9) VALUE ZEROES.                00443715
          05 WS-EVENT-CNTR        PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DUP-CNTR          PIC 9(9) VALUE ZEROES.                00443715
          05 WS-NOCONS-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-NOTPL-CNTR        PIC 9(9) VALUE ZEROES.                00443715
          05 WS-QUIET-CNTR        PIC 9(9) VALUE ZEROES.                00443715
          05 WS-NOTFILE-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-NOTIN-CNTR        PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DLVR-CNTR         PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DELIVERED-CNTR    PIC 9(9) VALUE ZEROES.                00443715
          05 WS-UNDELIVERED-CNTR  PIC 9(9) VALUE ZEROES.                00443715
          05 WS-NORESP-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-UNKNOWN-CNTR      PIC 9(9) VALUE ZEROES.                00443715
       01 WS-LIMB-CNTR-EDT      PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-WHIT-CNTR-EDT      PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-HIVAL-CNTR-EDT     PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-VEL-CNTR-EDT       PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-DUP-CNTR-EDT       PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-NOCONS-CNTR-EDT    PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-NOTPL-CNTR-EDT     PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-QUIET-CNTR-EDT     PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-NOTFILE-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-NOTIN-CNTR-EDT     PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-DLVR-CNTR-EDT      PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-DELIVERED-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-UNDELIVERED-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                      00443715
       01 WS-NORESP-CNTR-EDT    PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-UNKNOWN-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
      *    THE GENERATION REGISTRY'S FIGURES FOR NOTIN AND NOTFILE --   00443715
      *    THE HASH IS THE SUM OF THE CONTRACT IDS.                     00443715
       01 WS-NOTIN-HASH-TOTAL   PIC 9(16)V99 VALUE ZEROES.              00443715
       01 WS-NOTFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.              00443715
       01 WS-NOTIN-REG          PIC 9 VALUE 0.                          00443715
       01 WS-GREG-INPUT-DD      PIC X(8) VALUE SPACES.                  00443715
       COPY GREGLNK.                                                    00443715
         COPY PGATLNK.                                                  00443715
                                                                        00443715
       PROCEDURE DIVISION.                                              00443715
                                                                        00443715
           PERFORM START-PROCESS                                        00443715
                                                                        00443715
           SORT SORTFILE ON ASCENDING KEY SRT-CONT-ID                   00443715
                            ASCENDING KEY SRT-ALERT-TYPE                00443715
                            ASCENDING KEY SRT-EVENT-DATE                00443715
                            ASCENDING KEY SRT-EVENT-TIME                00443715
             INPUT PROCEDURE IS COLLECT-EVENTS-PARA                     00443715
             OUTPUT PROCEDURE IS WRITE-MESSAGES-PARA                    00443715
                                                                        00443715
           SORT DLVRSORT ON ASCENDING KEY DLVS-MSG-ID                   00443715
                            ASCENDING KEY DLVS-TIMESTAMP                00443715
             INPUT PROCEDURE IS COLLECT-RESPONSES-PARA                  00443715
             OUTPUT PROCEDURE IS MATCH-RESPONSES-PARA                   00443715
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
           PERFORM READ-TEMPLATES-PARA                                  00443715
                                                                        00443715
           PERFORM OPEN-PRIOR-FEED-PARA                                 00443715
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
           MOVE 'MASTRNNF' TO PGAT-JOB-NAME                             00443715
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
      *    A MISSING CARD OR BLANK FIELD MEANS THE HOME INSTITUTION,    00443715
      *    SAME AS EVERYWHERE ELSE IN THE SUITE.                        00443715
           MOVE SPACES TO PARM-INST-ID                                  00443715
           MOVE SPACES TO PARM-PROCESS-DATE                             00443715
           MOVE SPACES TO PARM-ALERT-QUIET-START                        00443715
           MOVE SPACES TO PARM-ALERT-QUIET-END                          00443715
                                                                        00443715
           OPEN INPUT PARMFILE                                          00443715
                                                                        00443715
           IF PARMFILE-FILE-STATUS = '00'                               00443715
           THEN                                                         00443715
             READ PARMFILE                                              00443715
               AT END                                                   00443715
                 CONTINUE                                               00443715
             END-READ                                                   00443715
             CLOSE PARMFILE                                             00443715
           END-IF                                                       00443715
                                                                        00443715
      *    THE PROCESS DATE NUMBERS THE MESSAGES AND DATES THE          00443715
      *    UNDATED ALERTS -- WITHOUT ONE NOTHING CAN BE SENT.           00443715
           IF PARM-PROCESS-DATE NOT NUMERIC                             00443715
             DISPLAY 'PARM-PROCESS-DATE MISSING -- MESSAGES CANNOT '    00443715
                     'BE NUMBERED'                                      00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'NO PROCESS DATE' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-INST-ID = SPACES                                     00443715
             MOVE 'I001' TO PARM-INST-ID                                00443715
           END-IF                                                       00443715
                                                                        00443715
      *    A SHORT CARD LEAVES THE DEFAULT QUIET WINDOW BLANK. ANY      00443715
      *    HALF THAT IS NOT A REAL HHMM TAKES THE SHIPPED 2100-0800.    00443715
           MOVE PARM-ALERT-QUIET-START TO WS-QUIET-START                00443715
           MOVE PARM-ALERT-QUIET-END   TO WS-QUIET-END                  00443715
                                                                        00443715
           IF WS-QUIET-START NOT NUMERIC                                00443715
              OR WS-QUIET-START-HH > '23'                               00443715
              OR WS-QUIET-START-MM > '59'                               00443715
              OR WS-QUIET-END NOT NUMERIC                               00443715
              OR WS-QUIET-END-HH > '23'                                 00443715
              OR WS-QUIET-END-MM > '59'                                 00443715
             MOVE '2100' TO PARM-ALERT-QUIET-START                      00443715
             MOVE '0800' TO PARM-ALERT-QUIET-END                        00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'PARM PROCESS DATE = ' PARM-PROCESS-DATE             00443715
           DISPLAY 'PARM INST ID = ' PARM-INST-ID                       00443715
           DISPLAY 'PARM DEFAULT QUIET WINDOW = '                       00443715
                   PARM-ALERT-QUIET-START ' TO ' PARM-ALERT-QUIET-END   00443715
                                                                        00443715
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP               00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FILE-OPEN-PARA.                                                  00443715
      *    AN ALERT FILE MISSING WOULD SILENTLY SEND NOTHING FOR ITS    00443715
      *    TYPE -- ALL FOUR ARE REQUIRED, EVEN WHEN EMPTY.              00443715
           OPEN INPUT LIMBFILE                                          00443715
                                                                        00443715
           IF LIMBFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN LIMBFILE FILE-STATUS = '                     00443715
                     LIMBFILE-FILE-STATUS                               00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT WHITFILE                                          00443715
                                                                        00443715
           IF WHITFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN WHITFILE FILE-STATUS = '                     00443715
                     WHITFILE-FILE-STATUS                               00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT HIVALFILE                                         00443715
                                                                        00443715
           IF HIVALFILE-FILE-STATUS NOT = '00'                          00443715
           THEN                                                         00443715
             DISPLAY 'OPEN HIVALFILE FILE-STATUS = '                    00443715
                     HIVALFILE-FILE-STATUS                              00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT VELFILE                                           00443715
                                                                        00443715
           IF VELFILE-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN VELFILE FILE-STATUS = '                      00443715
                     VELFILE-FILE-STATUS                                00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
      *    WITHOUT THE CONSENT FILE NO CONTRACT CAN BE SHOWN TO HAVE    00443715
      *    ASKED FOR ALERTS -- EVERY EVENT IS HELD RATHER THAN THE      00443715
      *    RUN FAILING.                                                 00443715
           OPEN INPUT CONSENT                                           00443715
                                                                        00443715
           IF CONSENT-FILE-STATUS = '00'                                00443715
             MOVE 1 TO WS-CONS-OPEN                                     00443715
           ELSE                                                         00443715
             DISPLAY 'OPEN CONSENT FILE-STATUS = '                      00443715
                     CONSENT-FILE-STATUS                                00443715
             DISPLAY 'NO CONSENT FILE -- NO ALERTS SENT'                00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT NOTFILE                                          00443715
                                                                        00443715
           IF NOTFILE-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN NOTFILE FILE-STATUS = '                      00443715
                     NOTFILE-FILE-STATUS                                00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT UNDLRPT                                          00443715
                                                                        00443715
           IF UNDLRPT-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN UNDLRPT FILE-STATUS = '                      00443715
                     UNDLRPT-FILE-STATUS                                00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'OPENING FILES SUCCESSFUL '                          00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       READ-TEMPLATES-PARA.                                             00443715
                                                                        00443715
           OPEN INPUT ATMPLFILE                                         00443715
                                                                        00443715
           IF ATMPLFILE-FILE-STATUS NOT = '00'                          00443715
           THEN                                                         00443715
             DISPLAY 'NO ALERT TEMPLATE FILE -- NO ALERTS SENT'         00443715
           ELSE                                                         00443715
             MOVE 0 TO WS-EOF                                           00443715
             PERFORM UNTIL WS-EOF = 1                                   00443715
               READ ATMPLFILE                                           00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-EOF                                     00443715
                 NOT AT END                                             00443715
                   IF WS-ATPL-USED < 40                                 00443715
                     ADD 1 TO WS-ATPL-USED                              00443715
                     MOVE ATPL-ALERT-TYPE                               00443715
                       TO WS-ATPL-ALERT-TYPE (WS-ATPL-USED)             00443715
                     MOVE ATPL-CHANNEL                                  00443715
                       TO WS-ATPL-CHANNEL (WS-ATPL-USED)                00443715
                     MOVE ATPL-TEMPLATE-ID                              00443715
                       TO WS-ATPL-TEMPLATE-ID (WS-ATPL-USED)            00443715
                     MOVE ATPL-TEXT                                     00443715
                       TO WS-ATPL-TEXT (WS-ATPL-USED)                   00443715
                   ELSE                                                 00443715
                     DISPLAY 'ALERT TEMPLATE TABLE FULL -- '            00443715
                             ATPL-TEMPLATE-ID ' DROPPED'                00443715
                   END-IF                                               00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
                                                                        00443715
             CLOSE ATMPLFILE                                            00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'ALERT TEMPLATES LOADED = ' WS-ATPL-USED             00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       OPEN-PRIOR-FEED-PARA.                                            00443715
                                                                        00443715
           OPEN INPUT NOTIN                                             00443715
                                                                        00443715
           IF NOTIN-FILE-STATUS NOT = '00'                              00443715
           THEN                                                         00443715
             DISPLAY 'NO PRIOR ALERT FEED -- NOTHING TO RECONCILE'      00443715
           ELSE                                                         00443715
             MOVE 'NOTFILE'  TO GREG-DATASET                            00443715
             MOVE 'P'        TO GREG-EXPECT                             00443715
             MOVE 'NOTIN'    TO WS-GREG-INPUT-DD                        00443715
             PERFORM CHECK-INPUT-GENERATION-PARA                        00443715
             IF GREG-RESULT-MATCHED                                     00443715
               MOVE 1 TO WS-NOTIN-REG                                   00443715
             END-IF                                                     00443715
                                                                        00443715
             MOVE 1 TO WS-NTIN-OPEN                                     00443715
             PERFORM NOTIN-READ-PARA                                    00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       NOTIN-READ-PARA.                                                 00443715
                                                                        00443715
           MOVE 0 TO WS-NTIN-HELD                                       00443715
                                                                        00443715
           IF WS-NTIN-OPEN = 1                                          00443715
             READ NOTIN                                                 00443715
               AT END                                                   00443715
                 MOVE 0 TO WS-NTIN-OPEN                                 00443715
                 CLOSE NOTIN                                            00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-NOTIN-CNTR                                 00443715
                 ADD NTIN-CONT-ID TO WS-NOTIN-HASH-TOTAL                00443715
                 MOVE 1 TO WS-NTIN-HELD                                 00443715
                 IF NTIN-MSG-ID < WS-NTIN-PREV-ID                       00443715
                   DISPLAY 'NOTIN OUT OF SEQUENCE AT ' NTIN-MSG-ID      00443715
                   MOVE 1 TO WS-RUN-FAILED                              00443715
                   MOVE 'FEED OUT OF SEQUENCE' TO WS-FAIL-REASON        00443715
                   PERFORM END-PROCESS                                  00443715
                 END-IF                                                 00443715
      *          NOTIN MUST BE THE PRIOR GENERATION -- TONIGHT'S OWN    00443715
      *          FEED FED BACK IN WOULD BE REPORTED AS UNANSWERED.      00443715
                 IF NTIN-MSG-DATE NOT < PARM-PROCESS-DATE               00443715
                   DISPLAY 'NOTIN ALREADY POSTED FOR '                  00443715
                           NTIN-MSG-DATE ' AT ' NTIN-MSG-ID             00443715
                   MOVE 1 TO WS-RUN-FAILED                              00443715
                   MOVE 'NIGHT ALREADY POSTED' TO WS-FAIL-REASON        00443715
                   PERFORM END-PROCESS                                  00443715
                 END-IF                                                 00443715
                 MOVE NTIN-MSG-ID TO WS-NTIN-PREV-ID                    00443715
             END-READ                                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       COLLECT-EVENTS-PARA.                                             00443715
      *    ONE SORT RECORD PER ALERT ROW. THE VALUES ARE THE TEXT       00443715
      *    THE TEMPLATE'S MARKERS TAKE, LEFT-JUSTIFIED.                 00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ LIMBFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-LIMB-CNTR                                  00443715
                 INITIALIZE SORT-REC                                    00443715
                 MOVE LIMB-CONT-ID      TO SRT-CONT-ID                  00443715
                 MOVE 'LIMT'            TO SRT-ALERT-TYPE               00443715
                 MOVE PARM-PROCESS-DATE TO SRT-EVENT-DATE               00443715
                 MOVE ZEROES            TO SRT-EVENT-TIME               00443715
                 MOVE LIMB-OVERAGE      TO WS-JUST-WORK                 00443715
                 PERFORM LEFT-JUSTIFY-PARA                              00443715
                 MOVE WS-JUST-WORK      TO SRT-VALUE (1)                00443715
                 MOVE LIMB-PERIOD-LIMIT TO WS-JUST-WORK                 00443715
                 PERFORM LEFT-JUSTIFY-PARA                              00443715
                 MOVE WS-JUST-WORK      TO SRT-VALUE (2)                00443715
                 MOVE LIMB-MTD-AMOUNT   TO WS-JUST-WORK                 00443715
                 PERFORM LEFT-JUSTIFY-PARA                              00443715
                 MOVE WS-JUST-WORK      TO SRT-VALUE (3)                00443715
                 PERFORM RELEASE-EVENT-PARA                             00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ WHITFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-WHIT-CNTR                                  00443715
                 INITIALIZE SORT-REC                                    00443715
                 MOVE WHIT-CONT-ID      TO SRT-CONT-ID                  00443715
                 MOVE 'WTCH'            TO SRT-ALERT-TYPE               00443715
                 MOVE WHIT-CREDTT       TO WS-CREDTT                    00443715
                 PERFORM EVENT-TIMESTAMP-PARA                           00443715
                 MOVE WHIT-MERCHANT-ID  TO SRT-VALUE (1)                00443715
                 MOVE WHIT-AMOUNT       TO WS-JUST-WORK                 00443715
                 PERFORM LEFT-JUSTIFY-PARA                              00443715
                 MOVE WS-JUST-WORK      TO SRT-VALUE (2)                00443715
                 MOVE WS-DATE-EDT       TO SRT-VALUE (3)                00443715
                 PERFORM RELEASE-EVENT-PARA                             00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ HIVALFILE                                             00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-HIVAL-CNTR                                 00443715
                 INITIALIZE SORT-REC                                    00443715
                 MOVE HIVAL-CONT-ID     TO SRT-CONT-ID                  00443715
                 MOVE 'HIVL'            TO SRT-ALERT-TYPE               00443715
                 MOVE SPACES            TO WS-CREDTT                    00443715
                 PERFORM EVENT-TIMESTAMP-PARA                           00443715
                 MOVE HIVAL-AMOUNT      TO WS-JUST-WORK                 00443715
                 PERFORM LEFT-JUSTIFY-PARA                              00443715
                 MOVE WS-JUST-WORK      TO SRT-VALUE (1)                00443715
                 MOVE HIVAL-TYPE-CODE   TO SRT-VALUE (2)                00443715
                 MOVE WS-DATE-EDT       TO SRT-VALUE (3)                00443715
                 PERFORM RELEASE-EVENT-PARA                             00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ VELFILE                                               00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-VEL-CNTR                                   00443715
                 INITIALIZE SORT-REC                                    00443715
                 MOVE VEL-CONT-ID       TO SRT-CONT-ID                  00443715
                 MOVE 'VELO'            TO SRT-ALERT-TYPE               00443715
                 MOVE VEL-WINDOW-START  TO WS-CREDTT                    00443715
                 PERFORM EVENT-TIMESTAMP-PARA                           00443715
                 MOVE VEL-TXN-CNTR      TO WS-JUST-WORK                 00443715
                 PERFORM LEFT-JUSTIFY-PARA                              00443715
                 MOVE WS-JUST-WORK      TO SRT-VALUE (1)                00443715
                 MOVE VEL-MERCHANT-CNTR TO WS-JUST-WORK                 00443715
                 PERFORM LEFT-JUSTIFY-PARA                              00443715
                 MOVE WS-JUST-WORK      TO SRT-VALUE (2)                00443715
                 MOVE VEL-WINDOW-START  TO SRT-VALUE (3)                00443715
                 PERFORM RELEASE-EVENT-PARA                             00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       EVENT-TIMESTAMP-PARA.                                            00443715
      *    WS-CREDTT IS CCYY-MM-DDTHH:MM:SS AS MASTRANC CARRIES IT.     00443715
      *    ONE THAT IS BLANK OR NOT A DATE DATES THE EVENT THE          00443715
      *    PROCESS DATE.                                                00443715
           MOVE SPACES TO WS-EVT-DATE                                   00443715
           MOVE SPACES TO WS-EVT-TIME                                   00443715
                                                                        00443715
           STRING WS-CREDTT (1:4) WS-CREDTT (6:2) WS-CREDTT (9:2)       00443715
             DELIMITED BY SIZE INTO WS-EVT-DATE                         00443715
           STRING WS-CREDTT (12:2) WS-CREDTT (15:2) WS-CREDTT (18:2)    00443715
             DELIMITED BY SIZE INTO WS-EVT-TIME                         00443715
                                                                        00443715
           IF WS-EVT-DATE NOT NUMERIC                                   00443715
             MOVE PARM-PROCESS-DATE TO WS-EVT-DATE                      00443715
             MOVE ZEROES            TO WS-EVT-TIME                      00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-EVT-TIME NOT NUMERIC                                   00443715
             MOVE ZEROES TO WS-EVT-TIME                                 00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE WS-EVT-DATE TO SRT-EVENT-DATE                           00443715
           MOVE WS-EVT-TIME TO SRT-EVENT-TIME                           00443715
                                                                        00443715
           MOVE WS-EVT-DATE (1:4) TO WS-DATE-EDT-CCYY                   00443715
           MOVE WS-EVT-DATE (5:2) TO WS-DATE-EDT-MM                     00443715
           MOVE WS-EVT-DATE (7:2) TO WS-DATE-EDT-DD                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LEFT-JUSTIFY-PARA.                                               00443715
      *    EDITED AMOUNTS AND COUNTS ARRIVE RIGHT-JUSTIFIED -- THE      00443715
      *    MESSAGE WANTS THEM WITHOUT THE LEADING SPACES.               00443715
           MOVE ZEROES TO WS-JUST-LEAD                                  00443715
           INSPECT WS-JUST-WORK TALLYING WS-JUST-LEAD                   00443715
             FOR LEADING SPACES                                         00443715
                                                                        00443715
           IF WS-JUST-LEAD > 0 AND WS-JUST-LEAD < 40                    00443715
             MOVE WS-JUST-WORK (WS-JUST-LEAD + 1:) TO WS-JUST-WORK      00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       RELEASE-EVENT-PARA.                                              00443715
                                                                        00443715
           IF SRT-CONT-ID NOT NUMERIC                                   00443715
             DISPLAY 'ALERT ROW WITHOUT A CONTRACT -- '                 00443715
                     SRT-ALERT-TYPE ' DROPPED'                          00443715
           ELSE                                                         00443715
             RELEASE SORT-REC                                           00443715
             ADD 1 TO WS-EVENT-CNTR                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-MESSAGES-PARA.                                             00443715
      *    THE FIRST EVENT OF EACH CONTRACT AND TYPE IS THE ONE SENT.   00443715
           PERFORM UNTIL WS-SORT-EOF = 1                                00443715
             RETURN SORTFILE                                            00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-SORT-EOF                                  00443715
               NOT AT END                                               00443715
                 IF WS-CUR-STARTED = 0                                  00443715
                    OR SRT-CONT-ID NOT = WS-CUR-CONT-ID                 00443715
                   PERFORM START-CONTRACT-PARA                          00443715
                   PERFORM SEND-EVENT-PARA                              00443715
                 ELSE                                                   00443715
                   IF SRT-ALERT-TYPE NOT = WS-CUR-ALERT-TYPE            00443715
                     PERFORM SEND-EVENT-PARA                            00443715
                   ELSE                                                 00443715
                     ADD 1 TO WS-DUP-CNTR                               00443715
                   END-IF                                               00443715
                 END-IF                                                 00443715
             END-RETURN                                                 00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       START-CONTRACT-PARA.                                             00443715
      *    ALERT CONSENT AND THE QUIET WINDOW FOR THE NEW CONTRACT.     00443715
      *    NO RECORD, OR A FLAG NEVER ASKED, IS NOT CONSENT.            00443715
           MOVE SRT-CONT-ID TO WS-CUR-CONT-ID                           00443715
           MOVE 1           TO WS-CUR-STARTED                           00443715
           MOVE SPACES      TO WS-NOTIFY-EMAIL                          00443715
           MOVE SPACES      TO WS-NOTIFY-SMS                            00443715
           MOVE PARM-ALERT-QUIET-START TO WS-QUIET-START                00443715
           MOVE PARM-ALERT-QUIET-END   TO WS-QUIET-END                  00443715
                                                                        00443715
           IF WS-CONS-OPEN = 1                                          00443715
             MOVE WS-CUR-CONT-ID TO CONS-CONT-ID                        00443715
                                                                        00443715
             READ CONSENT                                               00443715
               INVALID KEY                                              00443715
                 CONTINUE                                               00443715
             END-READ                                                   00443715
                                                                        00443715
             IF CONSENT-FILE-STATUS = '00'                              00443715
               MOVE CONS-NOTIFY-FLAG (1) TO WS-NOTIFY-EMAIL             00443715
               MOVE CONS-NOTIFY-FLAG (2) TO WS-NOTIFY-SMS               00443715
               IF CONS-QUIET-START NUMERIC                              00443715
                  AND CONS-QUIET-END NUMERIC                            00443715
                 MOVE CONS-QUIET-START TO WS-QUIET-START                00443715
                 MOVE CONS-QUIET-END   TO WS-QUIET-END                  00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       SEND-EVENT-PARA.                                                 00443715
      *    SMS FIRST WHERE THE CUSTOMER HAS ASKED FOR IT AND THERE      00443715
      *    IS AN SMS TEXT FOR THE TYPE, THEN EMAIL.                     00443715
           MOVE SRT-ALERT-TYPE TO WS-CUR-ALERT-TYPE                     00443715
           MOVE 0 TO WS-ATPL-FOUND                                      00443715
                                                                        00443715
           IF WS-NOTIFY-SMS = 'Y'                                       00443715
             MOVE 'S' TO WS-SEND-CHANNEL                                00443715
             PERFORM FIND-TEMPLATE-PARA                                 00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-ATPL-FOUND = 0                                         00443715
              AND WS-NOTIFY-EMAIL = 'Y'                                 00443715
             MOVE 'E' TO WS-SEND-CHANNEL                                00443715
             PERFORM FIND-TEMPLATE-PARA                                 00443715
           END-IF                                                       00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN WS-NOTIFY-SMS NOT = 'Y'                               00443715
                  AND WS-NOTIFY-EMAIL NOT = 'Y'                         00443715
               ADD 1 TO WS-NOCONS-CNTR                                  00443715
             WHEN WS-ATPL-FOUND = 0                                     00443715
               ADD 1 TO WS-NOTPL-CNTR                                   00443715
             WHEN OTHER                                                 00443715
               PERFORM WRITE-NOTIFY-PARA                                00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FIND-TEMPLATE-PARA.                                              00443715
                                                                        00443715
           IF WS-ATPL-USED > ZEROES                                     00443715
             SET WS-ATPL-TABIDX TO 1                                    00443715
             SEARCH WS-ATPL-ENTRY                                       00443715
               AT END                                                   00443715
                 CONTINUE                                               00443715
               WHEN WS-ATPL-ALERT-TYPE (WS-ATPL-TABIDX)                 00443715
                    = WS-CUR-ALERT-TYPE                                 00443715
                AND WS-ATPL-CHANNEL (WS-ATPL-TABIDX)                    00443715
                    = WS-SEND-CHANNEL                                   00443715
                 MOVE 1 TO WS-ATPL-FOUND                                00443715
             END-SEARCH                                                 00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-NOTIFY-PARA.                                               00443715
                                                                        00443715
           ADD 1 TO WS-MSG-SEQ                                          00443715
                                                                        00443715
           INITIALIZE NOTF-REC                                          00443715
           MOVE ','               TO NOTF-SEPARATOR-1                   00443715
                                     NOTF-SEPARATOR-2                   00443715
                                     NOTF-SEPARATOR-3                   00443715
                                     NOTF-SEPARATOR-4                   00443715
                                     NOTF-SEPARATOR-5                   00443715
                                     NOTF-SEPARATOR-6                   00443715
                                     NOTF-SEPARATOR-7                   00443715
           MOVE PARM-PROCESS-DATE TO NOTF-MSG-DATE                      00443715
           MOVE WS-MSG-SEQ        TO NOTF-MSG-SEQ                       00443715
           MOVE SRT-CONT-ID       TO NOTF-CONT-ID                       00443715
           MOVE WS-SEND-CHANNEL   TO NOTF-CHANNEL                       00443715
           MOVE SRT-ALERT-TYPE    TO NOTF-ALERT-TYPE                    00443715
           MOVE WS-ATPL-TEMPLATE-ID (WS-ATPL-TABIDX)                    00443715
             TO NOTF-TEMPLATE-ID                                        00443715
           MOVE SRT-EVENT-DATE    TO NOTF-EVENT-DATE                    00443715
                                                                        00443715
           PERFORM SEND-AFTER-PARA                                      00443715
           PERFORM FILL-TEMPLATE-PARA                                   00443715
                                                                        00443715
           WRITE NOTF-REC                                               00443715
           ADD 1 TO WS-NOTFILE-CNTR                                     00443715
           ADD NOTF-CONT-ID TO WS-NOTFILE-HASH-TOTAL                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       SEND-AFTER-PARA.                                                 00443715
      *    THE RUN CLOCK, UNLESS IT FALLS IN THE QUIET WINDOW -- THEN   00443715
      *    THE WINDOW'S END, TOMORROW WHEN THE WINDOW RUNS PAST         00443715
      *    MIDNIGHT AND WE ARE STILL BEFORE IT. START = END IS NO       00443715
      *    WINDOW.                                                      00443715
           MOVE WS-RUN-TIMESTAMP (1:8) TO WS-SEND-DATE                  00443715
           MOVE WS-RUN-TIMESTAMP (9:4) TO WS-SEND-HHMM                  00443715
           MOVE WS-RUN-TIMESTAMP (1:14) TO NOTF-SEND-AFTER              00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN WS-QUIET-START = WS-QUIET-END                         00443715
               CONTINUE                                                 00443715
             WHEN WS-QUIET-START < WS-QUIET-END                         00443715
               IF WS-SEND-HHMM NOT < WS-QUIET-START                     00443715
                  AND WS-SEND-HHMM < WS-QUIET-END                       00443715
                 STRING WS-SEND-DATE WS-QUIET-END '00'                  00443715
                   DELIMITED BY SIZE INTO NOTF-SEND-AFTER               00443715
                 ADD 1 TO WS-QUIET-CNTR                                 00443715
               END-IF                                                   00443715
             WHEN OTHER                                                 00443715
               IF WS-SEND-HHMM NOT < WS-QUIET-START                     00443715
                 COMPUTE WS-DATE-INT =                                  00443715
                   FUNCTION INTEGER-OF-DATE (WS-SEND-DATE-N) + 1        00443715
                 COMPUTE WS-SEND-DATE-N =                               00443715
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INT)               00443715
                 STRING WS-SEND-DATE WS-QUIET-END '00'                  00443715
                   DELIMITED BY SIZE INTO NOTF-SEND-AFTER               00443715
                 ADD 1 TO WS-QUIET-CNTR                                 00443715
               ELSE                                                     00443715
                 IF WS-SEND-HHMM < WS-QUIET-END                         00443715
                   STRING WS-SEND-DATE WS-QUIET-END '00'                00443715
                     DELIMITED BY SIZE INTO NOTF-SEND-AFTER             00443715
                   ADD 1 TO WS-QUIET-CNTR                               00443715
                 END-IF                                                 00443715
               END-IF                                                   00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FILL-TEMPLATE-PARA.                                              00443715
      *    UP TO THREE '&' MARKERS, FILLED IN ORDER. A VALUE ENDS AT    00443715
      *    ITS FIRST DOUBLE SPACE; TEXT PAST 160 IS CUT OFF.            00443715
           INITIALIZE WS-SEG-TABLE                                      00443715
           MOVE 0 TO WS-SEG-USED                                        00443715
                                                                        00443715
           UNSTRING WS-ATPL-TEXT (WS-ATPL-TABIDX) DELIMITED BY '&'      00443715
             INTO WS-SEG-TEXT (1) COUNT IN WS-SEG-LEN (1)               00443715
                  WS-SEG-TEXT (2) COUNT IN WS-SEG-LEN (2)               00443715
                  WS-SEG-TEXT (3) COUNT IN WS-SEG-LEN (3)               00443715
                  WS-SEG-TEXT (4) COUNT IN WS-SEG-LEN (4)               00443715
             TALLYING IN WS-SEG-USED                                    00443715
           END-UNSTRING                                                 00443715
                                                                        00443715
           MOVE SPACES TO NOTF-TEXT                                     00443715
           MOVE 1      TO WS-TXT-PTR                                    00443715
                                                                        00443715
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1                       00443715
             UNTIL WS-SEG-IDX > 4                                       00443715
             IF WS-SEG-LEN (WS-SEG-IDX) > 0                             00443715
               STRING WS-SEG-TEXT (WS-SEG-IDX)                          00443715
                        (1:WS-SEG-LEN (WS-SEG-IDX))                     00443715
                 DELIMITED BY SIZE                                      00443715
                 INTO NOTF-TEXT WITH POINTER WS-TXT-PTR                 00443715
                 ON OVERFLOW                                            00443715
                   CONTINUE                                             00443715
               END-STRING                                               00443715
             END-IF                                                     00443715
             IF WS-SEG-IDX < WS-SEG-USED                                00443715
               STRING SRT-VALUE (WS-SEG-IDX)                            00443715
                 DELIMITED BY '  '                                      00443715
                 INTO NOTF-TEXT WITH POINTER WS-TXT-PTR                 00443715
                 ON OVERFLOW                                            00443715
                   CONTINUE                                             00443715
               END-STRING                                               00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       COLLECT-RESPONSES-PARA.                                          00443715
      *    NO RESPONSE FILE TONIGHT LEAVES EVERY MESSAGE OF LAST        00443715
      *    NIGHT UNANSWERED.                                            00443715
           OPEN INPUT DLVRFILE                                          00443715
                                                                        00443715
           IF DLVRFILE-FILE-STATUS NOT = '00'                           00443715
             DISPLAY 'NO DELIVERY RESPONSES RECEIVED -- DLVRFILE '      00443715
                     'FILE-STATUS = ' DLVRFILE-FILE-STATUS              00443715
           ELSE                                                         00443715
             MOVE 0 TO WS-EOF                                           00443715
             PERFORM UNTIL WS-EOF = 1                                   00443715
               READ DLVRFILE                                            00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-EOF                                     00443715
                 NOT AT END                                             00443715
                   ADD 1 TO WS-DLVR-CNTR                                00443715
                   MOVE DLVR-MSG-ID    TO DLVS-MSG-ID                   00443715
                   MOVE DLVR-TIMESTAMP TO DLVS-TIMESTAMP                00443715
                   MOVE DLVR-STATUS    TO DLVS-STATUS                   00443715
                   MOVE DLVR-REASON    TO DLVS-REASON                   00443715
                   RELEASE DLVS-REC                                     00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
           END-IF                                                       00443715
                                                                        00443715
           CLOSE DLVRFILE                                               00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MATCH-RESPONSES-PARA.                                            00443715
      *    NOTIN AND THE RESPONSE GROUPS, MERGED ON MESSAGE ID. A       00443715
      *    RESPONSE FOR A MESSAGE NOT ON NOTIN (AN OLDER NIGHT'S, OR    00443715
      *    ONE THE GATEWAY MADE UP) IS COUNTED AS UNKNOWN.              00443715
           PERFORM START-UNDELIVERED-RPT-PARA                           00443715
                                                                        00443715
           MOVE 0 TO WS-SORT-EOF                                        00443715
           PERFORM DLVR-RETURN-PARA                                     00443715
           PERFORM NEXT-RESPONSE-PARA                                   00443715
                                                                        00443715
           PERFORM UNTIL WS-NTIN-HELD = 0 AND WS-DLV-HELD = 0           00443715
             EVALUATE TRUE                                              00443715
               WHEN WS-DLV-HELD = 0                                     00443715
                 MOVE 'NO RESPONSE' TO WS-RPT-STATUS                    00443715
                 MOVE SPACES        TO WS-RPT-REASON                    00443715
                 ADD 1 TO WS-NORESP-CNTR                                00443715
                 PERFORM WRITE-UNDELIVERED-PARA                         00443715
                 PERFORM NOTIN-READ-PARA                                00443715
               WHEN WS-NTIN-HELD = 0                                    00443715
                 ADD 1 TO WS-UNKNOWN-CNTR                               00443715
                 PERFORM NEXT-RESPONSE-PARA                             00443715
               WHEN NTIN-MSG-ID < WS-DLV-MSG-ID                         00443715
                 MOVE 'NO RESPONSE' TO WS-RPT-STATUS                    00443715
                 MOVE SPACES        TO WS-RPT-REASON                    00443715
                 ADD 1 TO WS-NORESP-CNTR                                00443715
                 PERFORM WRITE-UNDELIVERED-PARA                         00443715
                 PERFORM NOTIN-READ-PARA                                00443715
               WHEN NTIN-MSG-ID > WS-DLV-MSG-ID                         00443715
                 DISPLAY 'DELIVERY RESPONSE FOR UNKNOWN MESSAGE '       00443715
                         WS-DLV-MSG-ID                                  00443715
                 ADD 1 TO WS-UNKNOWN-CNTR                               00443715
                 PERFORM NEXT-RESPONSE-PARA                             00443715
               WHEN OTHER                                               00443715
                 IF WS-DLV-STATUS = 'DELIVERED'                         00443715
                   ADD 1 TO WS-DELIVERED-CNTR                           00443715
                 ELSE                                                   00443715
                   MOVE WS-DLV-STATUS TO WS-RPT-STATUS                  00443715
                   MOVE WS-DLV-REASON TO WS-RPT-REASON                  00443715
                   ADD 1 TO WS-UNDELIVERED-CNTR                         00443715
                   PERFORM WRITE-UNDELIVERED-PARA                       00443715
                 END-IF                                                 00443715
                 PERFORM NOTIN-READ-PARA                                00443715
                 PERFORM NEXT-RESPONSE-PARA                             00443715
             END-EVALUATE                                               00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-NOTIN-REG = 1                                          00443715
             MOVE 'NOTFILE'           TO GREG-DATASET                   00443715
             MOVE 'P'                 TO GREG-EXPECT                    00443715
             MOVE 'NOTIN'             TO WS-GREG-INPUT-DD               00443715
             MOVE WS-NOTIN-CNTR       TO GREG-RECORD-CNT                00443715
             MOVE WS-NOTIN-HASH-TOTAL TO GREG-HASH-TOTAL                00443715
             PERFORM VERIFY-INPUT-GENERATION-PARA                       00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM FINISH-UNDELIVERED-RPT-PARA                          00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       DLVR-RETURN-PARA.                                                00443715
                                                                        00443715
           MOVE 0 TO WS-DLV-AHEAD                                       00443715
                                                                        00443715
           IF WS-SORT-EOF = 0                                           00443715
             RETURN DLVRSORT                                            00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-SORT-EOF                                  00443715
               NOT AT END                                               00443715
                 MOVE 1 TO WS-DLV-AHEAD                                 00443715
             END-RETURN                                                 00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       NEXT-RESPONSE-PARA.                                              00443715
      *    TAKES THE NEXT MESSAGE ID'S ROWS AND KEEPS THE LAST --       00443715
      *    THE LATEST TIMESTAMP.                                        00443715
           MOVE 0 TO WS-DLV-HELD                                        00443715
                                                                        00443715
           IF WS-DLV-AHEAD = 1                                          00443715
             MOVE 1           TO WS-DLV-HELD                            00443715
             MOVE DLVS-MSG-ID TO WS-DLV-MSG-ID                          00443715
             PERFORM UNTIL WS-DLV-AHEAD = 0                             00443715
                OR DLVS-MSG-ID NOT = WS-DLV-MSG-ID                      00443715
               MOVE DLVS-STATUS    TO WS-DLV-STATUS                     00443715
               MOVE DLVS-TIMESTAMP TO WS-DLV-TIMESTAMP                  00443715
               MOVE DLVS-REASON    TO WS-DLV-REASON                     00443715
               PERFORM DLVR-RETURN-PARA                                 00443715
             END-PERFORM                                                00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       START-UNDELIVERED-RPT-PARA.                                      00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING 'UNDELIVERED CUSTOMER ALERTS -- PROCESS DATE '        00443715
                  PARM-PROCESS-DATE                                     00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE UNDLRPT-LINE FROM WS-RPT-WORK                          00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING 'MESSAGE ID       CONTRACT    CH  TYPE  '             00443715
                  'EVENT     SEND AFTER      STATUS       REASON'       00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE UNDLRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-UNDELIVERED-PARA.                                          00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING NTIN-MSG-ID '  '                                      00443715
                  NTIN-CONT-ID '  '                                     00443715
                  NTIN-CHANNEL '   '                                    00443715
                  NTIN-ALERT-TYPE '  '                                  00443715
                  NTIN-EVENT-DATE '  '                                  00443715
                  NTIN-SEND-AFTER '  '                                  00443715
                  WS-RPT-STATUS '  '                                    00443715
                  WS-RPT-REASON                                         00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE UNDLRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FINISH-UNDELIVERED-RPT-PARA.                                     00443715
                                                                        00443715
           IF WS-NOTIN-CNTR = ZEROES                                    00443715
             MOVE '  NO PRIOR ALERT FEED TO RECONCILE' TO UNDLRPT-LINE  00443715
             WRITE UNDLRPT-LINE                                         00443715
               AFTER ADVANCING 2 LINES                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE WS-NOTIN-CNTR TO WS-CNTR-EDT                            00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING 'MESSAGES SENT LAST NIGHT: ' WS-CNTR-EDT              00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE UNDLRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           MOVE WS-DELIVERED-CNTR TO WS-CNTR-EDT                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  DELIVERED:              ' WS-CNTR-EDT              00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE UNDLRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE WS-UNDELIVERED-CNTR TO WS-CNTR-EDT                      00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  NOT DELIVERED:          ' WS-CNTR-EDT              00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE UNDLRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE WS-NORESP-CNTR TO WS-CNTR-EDT                           00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  NO RESPONSE:            ' WS-CNTR-EDT              00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE UNDLRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE WS-UNKNOWN-CNTR TO WS-CNTR-EDT                          00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING 'RESPONSES FOR UNKNOWN IDS:' WS-CNTR-EDT              00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE UNDLRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-INPUT-GENERATION-PARA.                                     00443715
      *    CALLED AT OPEN WITH GREG-DATASET, GREG-EXPECT AND            00443715
      *    WS-GREG-INPUT-DD SET. A GENERATION THE PRODUCER DID NOT      00443715
      *    REGISTER FOR THIS CYCLE IS REFUSED BEFORE A RECORD OF IT IS  00443715
      *    USED; A DATASET NEVER REGISTERED IS READ WITH A WARNING.     00443715
           MOVE 'C'               TO GREG-FUNCTION                      00443715
           MOVE 'MASTRNNF'        TO GREG-JOB-NAME                      00443715
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
           MOVE 'MASTRNNF'        TO GREG-JOB-NAME                      00443715
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
       REGISTER-NOTFILE-PARA.                                           00443715
      *    TONIGHT'S NOTFILE IS TOMORROW'S NOTIN. A FAILED RUN          00443715
      *    REGISTERS NOTHING.                                           00443715
           MOVE 'R'                   TO GREG-FUNCTION                  00443715
           MOVE 'NOTFILE'             TO GREG-DATASET                   00443715
           MOVE 'MASTRNNF'            TO GREG-JOB-NAME                  00443715
           MOVE PARM-PROCESS-DATE     TO GREG-PROCESS-DATE              00443715
           MOVE PARM-CYCLE-ID         TO GREG-CYCLE-ID                  00443715
           MOVE WS-NOTFILE-CNTR       TO GREG-RECORD-CNT                00443715
           MOVE WS-NOTFILE-HASH-TOTAL TO GREG-HASH-TOTAL                00443715
           CALL 'MASTRNGR' USING GREG-LINKAGE                           00443715
           END-CALL                                                     00443715
                                                                        00443715
           IF GREG-RESULT-MATCHED                                       00443715
             DISPLAY 'NOTFILE GENERATION REGISTERED FOR '               00443715
                     GREG-PROCESS-DATE ' CYCLE ' GREG-CYCLE-ID          00443715
           ELSE                                                         00443715
             DISPLAY 'NOTFILE GENERATION COULD NOT BE REGISTERED'       00443715
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
           INITIALIZE STATUS-REC                                        00443715
           MOVE 'MASTRNNF'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'MESSAGES'             TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-NOTFILE-CNTR        TO STAT-CNTR-1                   00443715
           MOVE 'DUPLICATES'           TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-DUP-CNTR            TO STAT-CNTR-2                   00443715
           MOVE 'NO CONSENT'           TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-NOCONS-CNTR         TO STAT-CNTR-3                   00443715
           MOVE 'UNDELIVERED'          TO STAT-CNTR-4-LABEL             00443715
           COMPUTE STAT-CNTR-4 = WS-UNDELIVERED-CNTR + WS-NORESP-CNTR   00443715
           WRITE STATUS-REC                                             00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END-PROCESS.                                                     00443715
                                                                        00443715
           MOVE WS-LIMB-CNTR        TO WS-LIMB-CNTR-EDT                 00443715
           MOVE WS-WHIT-CNTR        TO WS-WHIT-CNTR-EDT                 00443715
           MOVE WS-HIVAL-CNTR       TO WS-HIVAL-CNTR-EDT                00443715
           MOVE WS-VEL-CNTR         TO WS-VEL-CNTR-EDT                  00443715
           MOVE WS-DUP-CNTR         TO WS-DUP-CNTR-EDT                  00443715
           MOVE WS-NOCONS-CNTR      TO WS-NOCONS-CNTR-EDT               00443715
           MOVE WS-NOTPL-CNTR       TO WS-NOTPL-CNTR-EDT                00443715
           MOVE WS-QUIET-CNTR       TO WS-QUIET-CNTR-EDT                00443715
           MOVE WS-NOTFILE-CNTR     TO WS-NOTFILE-CNTR-EDT              00443715
           MOVE WS-NOTIN-CNTR       TO WS-NOTIN-CNTR-EDT                00443715
           MOVE WS-DLVR-CNTR        TO WS-DLVR-CNTR-EDT                 00443715
           MOVE WS-DELIVERED-CNTR   TO WS-DELIVERED-CNTR-EDT            00443715
           MOVE WS-UNDELIVERED-CNTR TO WS-UNDELIVERED-CNTR-EDT          00443715
           MOVE WS-NORESP-CNTR      TO WS-NORESP-CNTR-EDT               00443715
           MOVE WS-UNKNOWN-CNTR     TO WS-UNKNOWN-CNTR-EDT              00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNNF         *'            00443715
           DISPLAY '* LIMBFILE      : ' WS-LIMB-CNTR-EDT                00443715
                   '         *'                                         00443715
           DISPLAY '* WHITFILE      : ' WS-WHIT-CNTR-EDT                00443715
                   '         *'                                         00443715
           DISPLAY '* HIVALFILE     : ' WS-HIVAL-CNTR-EDT               00443715
                   '         *'                                         00443715
           DISPLAY '* VELFILE       : ' WS-VEL-CNTR-EDT                 00443715
                   '         *'                                         00443715
           DISPLAY '* DUPLICATES    : ' WS-DUP-CNTR-EDT                 00443715
                   '         *'                                         00443715
           DISPLAY '* NO CONSENT    : ' WS-NOCONS-CNTR-EDT              00443715
                   '         *'                                         00443715
           DISPLAY '* NO TEMPLATE   : ' WS-NOTPL-CNTR-EDT               00443715
                   '         *'                                         00443715
           DISPLAY '* NOTFILE       : ' WS-NOTFILE-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '*   QUIET HELD  : ' WS-QUIET-CNTR-EDT               00443715
                   '         *'                                         00443715
           DISPLAY '* NOTIN         : ' WS-NOTIN-CNTR-EDT               00443715
                   '         *'                                         00443715
           DISPLAY '* DLVRFILE      : ' WS-DLVR-CNTR-EDT                00443715
                   '         *'                                         00443715
           DISPLAY '*   DELIVERED   : ' WS-DELIVERED-CNTR-EDT           00443715
                   '         *'                                         00443715
           DISPLAY '*   UNDELIVERED : ' WS-UNDELIVERED-CNTR-EDT         00443715
                   '         *'                                         00443715
           DISPLAY '*   NO RESPONSE : ' WS-NORESP-CNTR-EDT              00443715
                   '         *'                                         00443715
           DISPLAY '*   UNKNOWN ID  : ' WS-UNKNOWN-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 0                                         00443715
             PERFORM REGISTER-NOTFILE-PARA                              00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           CLOSE LIMBFILE.                                              00443715
           CLOSE WHITFILE.                                              00443715
           CLOSE HIVALFILE.                                             00443715
           CLOSE VELFILE.                                               00443715
           CLOSE CONSENT.                                               00443715
           CLOSE NOTIN.                                                 00443715
           CLOSE NOTFILE.                                               00443715
           CLOSE UNDLRPT.                                               00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNNF.                                           00443715
