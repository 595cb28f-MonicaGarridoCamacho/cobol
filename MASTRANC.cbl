            SELECT DECLFILE ASSIGN TO DECLFILE                          00110000
            ORGANIZATION IS SEQUENTIAL                                  00120000
            FILE STATUS IS DECLFILE-FILE-STATUS.                        00130000
            SELECT WINFILE ASSIGN TO WINFILE                            00110000
            ORGANIZATION IS SEQUENTIAL                                  00120000
            FILE STATUS IS WINFILE-FILE-STATUS.                         00130000
            FILE STATUS IS DUPFILE-FILE-STATUS.                         00443715
                                                                        00443715
                                                                        00443715
            SELECT ENRFILE ASSIGN TO ENRFILE                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS ENRFILE-FILE-STATUS.                         00443715
                                                                        00443715
                                                                        00443715
            SELECT ORPHFILE ASSIGN TO ORPHFILE                          00443715
            SELECT RSPCFILE ASSIGN TO RSPCFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RSPCFILE-FILE-STATUS.                        00443715
            SELECT UNKRFILE ASSIGN TO UNKRFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS UNKRFILE-FILE-STATUS.                        00443715
            FILE STATUS IS PCXFILE-FILE-STATUS.                         00443715
                                                                        00443715
                                                                        00443715
                                                                        00443715
                                                                        00443715
            SELECT OVFLFILE ASSIGN TO OVFLFILE                          00443715
            SELECT OPTIONAL TIMEFILE ASSIGN TO TIMEFILE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS TIMEFILE-FILE-STATUS.                        00443715
            SELECT CONSENT ASSIGN TO CONSENT                            00443715
            ORGANIZATION IS INDEXED                                     00443715
            ACCESS MODE IS RANDOM                                       00443715
            RECORD KEY IS CONS-CONT-ID                                  00443715
            FILE STATUS IS CONSENT-FILE-STATUS.                         00443715
            SELECT OPTIONAL CSUPFILE ASSIGN TO CSUPFILE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS CSUPFILE-FILE-STATUS.                        00443715
            SELECT LIMTFILE ASSIGN TO LIMTFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS LIMTFILE-FILE-STATUS.                        00443715
            SELECT FEECFILE ASSIGN TO FEECFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS FEECFILE-FILE-STATUS.                        00443715
            SELECT WTCHFILE ASSIGN TO WTCHFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS WTCHFILE-FILE-STATUS.                        00443715
            SELECT WHITFILE ASSIGN TO WHITFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS WHITFILE-FILE-STATUS.                        00443715
            SELECT SUPPFILE ASSIGN TO SUPPFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS SUPPFILE-FILE-STATUS.                        00443715
            SELECT OPTIONAL IDALIN ASSIGN TO IDALIN                     00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS IDALIN-FILE-STATUS.                          00443715
            SELECT INSTFILE ASSIGN TO INSTFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS INSTFILE-FILE-STATUS.                        00443715
            SELECT GLSMFILE ASSIGN TO GLSMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS GLSMFILE-FILE-STATUS.                        00443715
            SELECT RSTXFILE ASSIGN TO RSTXFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RSTXFILE-FILE-STATUS.                        00443715
            SELECT FEEDFILE ASSIGN TO FEEDFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS FEEDFILE-FILE-STATUS.                        00443715
            SELECT PNTXFILE ASSIGN TO PNTXFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PNTXFILE-FILE-STATUS.                        00443715
            SELECT BALXFILE ASSIGN TO BALXFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS BALXFILE-FILE-STATUS.                        00443715
            SELECT STRXFILE ASSIGN TO STRXFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STRXFILE-FILE-STATUS.                        00443715
            SELECT GEOVFILE ASSIGN TO GEOVFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS GEOVFILE-FILE-STATUS.                        00443715
            SELECT MRCHMAST ASSIGN TO MRCHMAST                          00443715
            ORGANIZATION IS INDEXED                                     00443715
            ACCESS MODE IS RANDOM                                       00443715
            RECORD KEY IS MMST-MERCHANT-ID                              00443715
            FILE STATUS IS MRCHMAST-FILE-STATUS.                        00443715
            SELECT MMEXFILE ASSIGN TO MMEXFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS MMEXFILE-FILE-STATUS.                        00443715
       DATA DIVISION.                                                   00140000
       FILE SECTION.                                                    00150000
       FD CUSTMAST.                                                     00160000
                                                                        00443715
                                                                        00443715
          05 CKPT-OVFLFILE-CNTR   PIC 9(9).                             00443715
          05 CKPT-OUTFILE-HASH    PIC 9(16)V99.                         00443715
          05 CKPT-SUSPFILE-HASH   PIC 9(16)V99.                         00443715
          05 CKPT-AHSTFILE-CNTR   PIC 9(9).                             00443715
          05 CKPT-AHSTFILE-HASH   PIC 9(16)V99.                         00443715
          05 CKPT-ENRFILE-CNTR    PIC 9(9).                             00443715
          05 CKPT-ENRFILE-HASH    PIC 9(16)V99.                         00443715
          05 CKPT-FEE-RUN-CNTR    PIC 9(9).                             00443715
          05 CKPT-FEE-RUN-AMOUNT  PIC S9(14)V99.                        00443715
          05 CKPT-FEE-NOSCHED-CNTR PIC 9(9).                            00443715
          05 CKPT-FEED-FULL-CNTR  PIC 9(9).                             00443715
          05 CKPT-GLSM-USED       PIC 9(3).                             00443715
          05 CKPT-RSTX-USED       PIC 9(4).                             00443715
          05 CKPT-FEED-USED       PIC 9(4).                             00443715
          05 CKPT-PNTXFILE-CNTR   PIC 9(9).                             00443715
          05 CKPT-PNTXFILE-HASH   PIC 9(16)V99.                         00443715
          05 CKPT-BASEFILE-CNTR   PIC 9(9).                             00443715
          05 CKPT-BASEFILE-HASH   PIC 9(16)V99.                         00443715
          05 CKPT-FEECFILE-CNTR   PIC 9(9).                             00443715
          05 CKPT-FEECFILE-HASH   PIC 9(16)V99.                         00443715
          05 CKPT-BALXFILE-CNTR   PIC 9(9).                             00443715
          05 CKPT-BALXFILE-HASH   PIC 9(16)V99.                         00443715
          05 CKPT-STRXFILE-CNTR   PIC 9(9).                             00443715
          05 CKPT-STRXFILE-HASH   PIC 9(16)V99.                         00443715
          05 CKPT-GEOVFILE-CNTR   PIC 9(9).                             00443715
          05 CKPT-GEOVFILE-HASH   PIC 9(16)V99.                         00443715
          05 CKPT-MMEXFILE-CNTR   PIC 9(9).                             00443715
          05 CKPT-MMEXFILE-HASH   PIC 9(16)V99.                         00443715
      *    THE RUN-END SUMMARY TABLES BEHIND GLSMFILE, RSTXFILE AND     00443715
      *    FEEDFILE RIDE IN CKPTFILE AS ROW RECORDS AHEAD OF EACH       00443715
      *    COUNTER RECORD -- ONE PER TABLE ROW THE CUSTOMER TOUCHED,    00443715
      *    CARRYING THE ROW'S RUNNING TOTALS. THE COUNTER RECORD        00443715
      *    COMMITS THEM; ROWS AFTER THE LAST COUNTER RECORD BELONG TO   00443715
      *    A CUSTOMER THAT NEVER FINISHED AND ARE IGNORED ON RESTART.   00443715
       01 CKPT-ROW-REC.                                                 00443715
          05 CKPT-ROW-TABLE       PIC X(10).                            00443715
             88 CKPT-ROW-IS-TABLE-ROW VALUES 'GLSM' 'RSTX' 'FEED'.      00443715
          05 CKPT-ROW-NUM         PIC 9(4).                             00443715
          05 CKPT-ROW-IMAGE       PIC X(160).                           00443715
          05 FILLER               PIC X(304).                           00443715
                                                                        00170000
      *    A SUSPENDED TRANSACTION IS NOT DEAD -- THE NEXT CYCLE        00443715
      *    READS THIS FILE BACK (AS SUSPIN) AND RETRIES IT AGAINST      00443715
          05 CTL-FEECFILE-CNTR   PIC 9(9).                              00443715
          05 CTL-SEPARATOR-17    PIC X(1) VALUE ','.                    00443715
          05 CTL-WHITFILE-CNTR   PIC 9(9).                              00443715
      *    A PARTITIONED INSTANCE REGISTERS NOTHING ITSELF -- ITS       00443715
      *    OUTPUTS ARE ONLY A SLICE OF THE GENERATIONS THE SUITE READS. 00443715
      *    INSTEAD IT FOLLOWS ITS COUNTER ROW WITH ONE GENERATION ROW   00443715
      *    PER DATASET THAT REACHES THE SUITE BY CONCATENATION, AND     00443715
      *    MASTRNCM SUMS THEM ACROSS THE PARTITIONS AND REGISTERS THE   00443715
      *    WHOLE GENERATION. THE TAG IN THE TIMESTAMP COLUMN KEEPS THEM 00443715
      *    APART FROM THE COUNTER ROWS; THE RUN STATUS IS 'C' FOR A     00443715
      *    COMPLETE INSTANCE AND 'F' FOR A FAILED ONE.                  00443715
       01 CTL-GEN-REC.                                                  00443715
          05 CTLG-TAG            PIC X(26).                             00443715
          05 CTLG-SEPARATOR-0    PIC X(1).                              00443715
          05 CTLG-PROCESS-DATE   PIC X(8).                              00443715
          05 CTLG-SEPARATOR-1    PIC X(1).                              00443715
          05 CTLG-CYCLE-ID       PIC X(4).                              00443715
          05 CTLG-SEPARATOR-2    PIC X(1).                              00443715
          05 CTLG-RUN-STATUS     PIC X(1).                              00443715
          05 CTLG-SEPARATOR-3    PIC X(1).                              00443715
          05 CTLG-DATASET        PIC X(8).                              00443715
          05 CTLG-SEPARATOR-4    PIC X(1).                              00443715
          05 CTLG-RECORD-CNT     PIC 9(9).                              00443715
          05 CTLG-SEPARATOR-5    PIC X(1).                              00443715
          05 CTLG-HASH-TOTAL     PIC 9(16)V99.                          00443715
          05 FILLER              PIC X(125).                            00443715
                                                                        00170000
       FD CHURNFILE.                                                    00230000
       01 CHURN-REC               PIC X(200).                            00170000
          05 DECL-SEPARATOR-4      PIC X(1) VALUE ','.                   00170000
          05 DECL-DECLINE-RATE     PIC ZZ9.99.                            00170000
                                                                        00170000
                                                                        00170000
      *    WINFILE CARRIES MONTH-TO-DATE AND YEAR-TO-DATE TRANSACTION   00170000
      *    SUBTOTALS PER CUSTOMER, DERIVED FROM TXN-HDR-CREDTT AGAINST  00170000
          05 DUP-SEPARATOR-3       PIC X(1) VALUE ','.                  00443715
          05 DUP-AMOUNT            PIC X(40).                           00443715
                                                                        00443715
      *    ENRFILE CARRIES EVERY TRANSACTION MATCHED TO A CUSTOMER,     00443715
      *    ENRICHED WITH WHAT THE MERGE WORKED OUT FOR IT -- SEE        00443715
      *    ENRREC. THE MERCHANT ROLLUPS (MRCHFILE, FEEMFILE) AND THE    00443715
      *    PER-CUSTOMER BREAKDOWNS (GEOFILE, CARDFILE, DCATFILE) ARE    00443715
      *    BUILT FROM IT BY MASTRNEM AND MASTRNEC, WHICH RUN SIDE BY    00443715
      *    SIDE ONCE THIS JOB HAS FINISHED. THE CAPACITY LIMITS OF      00443715
      *    THOSE ROLLUPS ARE STILL POLICED HERE, SO THEIR SPILL         00443715
      *    REACHES OVFLFILE AND THE CTLFILE TRAILER AS BEFORE.          00443715
       FD ENRFILE.                                                      00443715
         COPY ENRREC.                                                   00443715
                                                                        00443715
      *    ORPHFILE LISTS REFUNDS, CHARGEBACKS AND REVERSALS WHOSE      00443715
      *    ORIG-TXN-REF MATCHES NONE OF THE DAY'S AUTHORIZATIONS FOR    00443715
          05 RSPC-CATEGORY         PIC X(20).                           00443715
          05 RSPC-DESCRIPTION      PIC X(40).                           00443715
                                                                        00443715
                                                                        00443715
                                                                        00443715
      *    UNKRFILE LISTS DECLINES WHOSE RESPONSE CODE IS NOT ON        00443715
      *    RSPCFILE, SO A NEW CODE THE NETWORK INTRODUCES STOPS         00443715
       01 PCODE-REC.                                                    00443715
          05 PCODE-POSTAL-ID       PIC X(40).                           00443715
          05 PCODE-REGION          PIC X(20).                           00443715
          05 PCODE-LATITUDE        PIC X(10).                           00443715
          05 PCODE-LONGITUDE       PIC X(11).                           00443715
                                                                        00443715
      *    REGNFILE IS THE SECOND-LEVEL GEOGRAPHIC SUMMARY -- ONE ROW   00443715
      *    PER REGION WITH DISTINCT CUSTOMERS, TRANSACTION COUNT AND    00443715
          05 PCX-SEPARATOR-1       PIC X(1) VALUE ','.                  00443715
          05 PCX-POSTAL-CODE-ID    PIC X(40).                           00443715
                                                                        00443715
                                                                        00443715
      *    OVFLFILE CATCHES THE SPILL WHEN A CUSTOMER BRINGS MORE       00443715
      *    DISTINCT CURRENCIES, FRAUD RESULTS, BRANDS, POSTAL CODES,    00443715
       FD TIMEFILE.                                                     00443715
         COPY TIMEREC.                                                  00443715
                                                                        00443715
      *    CONSENT IS THE MARKETING CONSENT FILE MAINTAINED BY          00443715
      *    MASTRANM. CHURNFILE AND CHRKFILE GO TO THE RETENTION TEAM,   00443715
      *    WHO CONTACT THE CUSTOMER, SO A CONTRACT NOT CONSENTED FOR    00443715
      *    RETENTION CONTACT ON ANY CHANNEL IS HELD BACK FROM BOTH AND  00443715
      *    APPENDED TO CSUPFILE INSTEAD, FOR MASTRNCS TO REPORT.        00443715
       FD CONSENT.                                                      00443715
         COPY CONSREC.                                                  00443715
                                                                        00443715
       FD CSUPFILE.                                                     00443715
         COPY CSUPREC.                                                  00443715
                                                                        00443715
      *    LIMTFILE IS THE CUSTOMER SPENDING-LIMIT REFERENCE -- ONE     00443715
      *    ROW PER CONTRACT WITH ITS PERIOD LIMIT, SORTED BY            00443715
      *    CONT-ID SO IT MERGES ALONGSIDE THE CUSTOMER BREAKS.          00443715
          05 PPA-TYPE-CODE         PIC X(2).                            00443715
          05 PPA-SEPARATOR-3       PIC X(1).                            00443715
          05 PPA-AMOUNT            PIC Z(13)9.99-.                      00443715
          05 PPA-SEPARATOR-4       PIC X(1).                            00443715
          05 PPA-CURRENCY-CODE     PIC X(3).                            00443715
                                                                        00443715
       FD PPARPT.                                                       00443715
       01 PPARPT-LINE             PIC X(132).                           00443715
      *    FEECFILE CARRIES ONE FEE ROW PER CUSTOMER, PLUS A            00443715
      *    RUN-TOTAL ROW WITH CONT-ID ZEROES (THE DCATFILE              00443715
      *    CONVENTION) THAT TIES TO THE CTLFILE TRAILER'S FEECFILE      00443715
      *    COUNT. THE RUN-LEVEL FEE ROLLUP PER MERCHANT (FEEMFILE) IS   00443715
      *    BUILT FROM ENRFILE BY MASTRNEM.                              00443715
       FD FEECFILE.                                                     00443715
       01 FEEC-REC.                                                     00443715
          05 FEEC-CONT-ID          PIC 9(10).                           00443715
          05 FEEC-SEPARATOR-2      PIC X(1).                            00443715
          05 FEEC-FEE-AMOUNT       PIC Z(13)9.99.                       00443715
                                                                        00443715
                                                                        00443715
      *    WTCHFILE IS FRAUD OPS' WATCH LIST -- ONE ROW PER BLOCKED     00443715
      *    MERCHANT ID ('MERCHANT' ENTRIES) OR CARD LAST-4 PLUS         00443715
          05 WHIT-SEPARATOR-5      PIC X(1).                            00443715
          05 WHIT-AMOUNT           PIC X(40).                           00443715
                                                                        00443715
      *    SUPPFILE IS MASTRNAD'S LIST OF CONTRACTS THE FRAUD DESK HAS  00443715
      *    CLEARED AS A FALSE POSITIVE, BY ALERT SOURCE, WITH THE LAST  00443715
      *    DAY THE CLEARANCE HOLDS. A SUPPRESSED CONTRACT RAISES NO     00443715
      *    HIVALFILE, VELFILE OR WHITFILE ROW FOR THAT SOURCE -- THE    00443715
      *    ALERT IS COUNTED AS SUPPRESSED INSTEAD.                      00443715
       FD SUPPFILE.                                                     00443715
       01 SUPP-REC.                                                     00443715
          05 SUPP-CONT-ID          PIC 9(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 SUPP-SOURCE           PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 SUPP-UNTIL-DATE       PIC X(8).                            00443715
      *    IDALIN IS THE DAY'S IDALFILE GENERATIONS FROM MASTRNID,      00443715
      *    CONCATENATED. AN ALERT THE FRAUD DESK ALREADY HAD FROM AN    00443715
      *    INTRADAY DROP IS NOT WRITTEN AGAIN TONIGHT -- IT IS COUNTED  00443715
      *    AS RAISED INTRADAY INSTEAD.                                  00443715
       FD IDALIN.                                                       00443715
         COPY IDALREC.                                                  00443715
                                                                        00443715
      *    INSTFILE IS THE PER-INSTITUTION CONTROL SUMMARY -- ONE       00443715
      *    ROW PER ISSUING INSTITUTION SEEN THIS RUN WITH ITS OWN       00443715
      *    MASTER, TRANSACTION, OUTFILE AND SUSPENSE COUNTS PLUS        00443715
          05 INST-SEPARATOR-5      PIC X(1).                            00443715
          05 INST-MISMATCH-CNTR    PIC 9(9).                            00443715
                                                                        00443715
      *    GLSMFILE IS THE RUN-LEVEL GENERAL LEDGER SUMMARY -- ONE      00443715
      *    ROW PER (TRANSACTION TYPE, CUSTOMER INSTITUTION, CURRENCY)   00443715
      *    WITH THE SIGNED ORIGINAL-CURRENCY AMOUNT AND THE SAME        00443715
      *    AMOUNT IN THE BASE CURRENCY, WRITTEN ONCE AT END OF RUN      00443715
      *    LIKE REGNFILE. ITS BASE AMOUNTS ADD UP TO BASEFILE, SO       00443715
      *    MASTRNGL CAN POST THE NIGHT WITHOUT RE-READING TRANFILE.     00443715
      *    UNPRICED TRANSACTIONS ARE CARRIED SEPARATELY -- THEY ARE     00443715
      *    ON UNPRFILE, NOT IN BASEFILE, AND ARE NOT POSTED.            00443715
       FD GLSMFILE.                                                     00443715
       01 GLSM-REC.                                                     00443715
          05 GLSM-TYPE-CODE        PIC X(2).                            00443715
          05 GLSM-SEPARATOR-1      PIC X(1).                            00443715
          05 GLSM-INST-ID          PIC X(4).                            00443715
          05 GLSM-SEPARATOR-2      PIC X(1).                            00443715
          05 GLSM-CURRENCY-CODE    PIC X(3).                            00443715
          05 GLSM-SEPARATOR-3      PIC X(1).                            00443715
          05 GLSM-TXN-CNTR         PIC 9(9).                            00443715
          05 GLSM-SEPARATOR-4      PIC X(1).                            00443715
          05 GLSM-AMOUNT           PIC Z(13)9.99-.                      00443715
          05 GLSM-SEPARATOR-5      PIC X(1).                            00443715
          05 GLSM-BASE-AMOUNT      PIC Z(13)9.99-.                      00443715
          05 GLSM-SEPARATOR-6      PIC X(1).                            00443715
          05 GLSM-UNPR-CNTR        PIC 9(9).                            00443715
          05 GLSM-SEPARATOR-7      PIC X(1).                            00443715
          05 GLSM-UNPR-AMOUNT      PIC Z(13)9.99-.                      00443715
                                                                        00443715
      *    RSTXFILE IS THE RUN-LEVEL REGULATORY STATISTICS EXTRACT --   00443715
      *    THE GLSMFILE TRANSACTIONS BROKEN OUT FURTHER BY TRANSACTION  00443715
      *    MONTH, CARD BRAND AND MERCHANT CATEGORY CODE, WITH THE       00443715
      *    FRAUD-FLAGGED SHARE OF EACH ROW. THE CLASS SAYS HOW THE      00443715
      *    QUARTERLY RETURN TREATS THE ROW: R A PAYMENT, D A DECLINED   00443715
      *    AUTHORIZATION (NO PAYMENT, BUT IN THE CLOSFILE MTD), P A     00443715
      *    PRIOR-PERIOD ADJUSTMENT (A PAYMENT, BUT NOT IN THE CLOSFILE  00443715
      *    MTD). MASTRNRS CARRIES IT ACROSS THE QUARTER.                00443715
       FD RSTXFILE.                                                     00443715
       01 RSTX-REC.                                                     00443715
          05 RSTX-TXN-PERIOD       PIC X(6).                            00443715
          05 RSTX-SEPARATOR-1      PIC X(1).                            00443715
          05 RSTX-CLASS            PIC X(1).                            00443715
          05 RSTX-SEPARATOR-2      PIC X(1).                            00443715
          05 RSTX-TYPE-CODE        PIC X(2).                            00443715
          05 RSTX-SEPARATOR-3      PIC X(1).                            00443715
          05 RSTX-INST-ID          PIC X(4).                            00443715
          05 RSTX-SEPARATOR-4      PIC X(1).                            00443715
          05 RSTX-CARD-BRAND       PIC X(20).                           00443715
          05 RSTX-SEPARATOR-5      PIC X(1).                            00443715
          05 RSTX-MCC              PIC X(4).                            00443715
          05 RSTX-SEPARATOR-6      PIC X(1).                            00443715
          05 RSTX-CURRENCY-CODE    PIC X(3).                            00443715
          05 RSTX-SEPARATOR-7      PIC X(1).                            00443715
          05 RSTX-TXN-CNTR         PIC 9(9).                            00443715
          05 RSTX-SEPARATOR-8      PIC X(1).                            00443715
          05 RSTX-AMOUNT           PIC Z(13)9.99-.                      00443715
          05 RSTX-SEPARATOR-9      PIC X(1).                            00443715
          05 RSTX-BASE-AMOUNT      PIC Z(13)9.99-.                      00443715
          05 RSTX-SEPARATOR-10     PIC X(1).                            00443715
          05 RSTX-UNPR-CNTR        PIC 9(9).                            00443715
          05 RSTX-SEPARATOR-11     PIC X(1).                            00443715
          05 RSTX-FRAUD-CNTR       PIC 9(9).                            00443715
          05 RSTX-SEPARATOR-12     PIC X(1).                            00443715
          05 RSTX-FRAUD-AMOUNT     PIC Z(13)9.99-.                      00443715
          05 RSTX-SEPARATOR-13     PIC X(1).                            00443715
          05 RSTX-FRAUD-BASE       PIC Z(13)9.99-.                      00443715
                                                                        00443715
      *    FEEDFILE BREAKS FEEMFILE DOWN BY (MERCHANT, MERCHANT         00443715
      *    CATEGORY CODE, CARD BRAND), CARRYING THE FEESFILE RATE AND   00443715
      *    PER-ITEM FEE THAT PRICED THE ROW, SO MASTRNFS CAN PRINT      00443715
      *    THE MERCHANT'S MONTHLY FEE STATEMENT. ITS ROWS FOR A         00443715
      *    MERCHANT ADD UP TO THAT MERCHANT'S FEEMFILE ROW.             00443715
       FD FEEDFILE.                                                     00443715
       01 FEED-REC.                                                     00443715
          05 FEED-MERCHANT-ID      PIC X(40).                           00443715
          05 FEED-SEPARATOR-1      PIC X(1).                            00443715
          05 FEED-MCC              PIC X(40).                           00443715
          05 FEED-SEPARATOR-2      PIC X(1).                            00443715
          05 FEED-BRAND            PIC X(40).                           00443715
          05 FEED-SEPARATOR-3      PIC X(1).                            00443715
          05 FEED-RATE-PCT         PIC ZZ9.9999.                        00443715
          05 FEED-SEPARATOR-4      PIC X(1).                            00443715
          05 FEED-ITEM-FEE         PIC ZZZZ9.99.                        00443715
          05 FEED-SEPARATOR-5      PIC X(1).                            00443715
          05 FEED-TXN-CNTR         PIC Z(8)9.                           00443715
          05 FEED-SEPARATOR-6      PIC X(1).                            00443715
          05 FEED-FEE-AMOUNT       PIC Z(13)9.99.                       00443715
                                                                        00443715
      *    PNTXFILE FEEDS THE REWARDS POINTS LEDGER (MASTRNPT) -- ONE   00443715
      *    ROW PER APPROVED AUTHORIZATION, REFUND, CHARGEBACK AND       00443715
      *    REVERSAL, IN CONT-ID ORDER. AN AUTHORIZATION CARRIES ITS OWN 00443715
      *    REFERENCE AND MCC; A NEGATIVE CARRIES THE ORIG-TXN-REF IT    00443715
      *    TAKES BACK. THE AMOUNT IS IN BASE CURRENCY SO POINTS ARE     00443715
      *    EARNED ON ONE SCALE; A CURRENCY WITH NO RATE ON FILE GOES    00443715
      *    OUT AS ZERO WITH PNTX-PRICED 'N'. THE MERCHANT IS CARRIED    00443715
      *    FOR THE FIRST-PARTY ABUSE HISTORY (MASTRNFA), WHICH READS    00443715
      *    THE SAME ROWS.                                               00443715
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
          05 PNTX-BASE-AMOUNT      PIC Z(13)9.99.                       00443715
          05 PNTX-SEPARATOR-6      PIC X(1).                            00443715
          05 PNTX-PRICED           PIC X(1).                            00443715
          05 PNTX-SEPARATOR-7      PIC X(1).                            00443715
          05 PNTX-MERCHANT-ID      PIC X(40).                           00443715
                                                                        00443715
      *    BALXFILE FEEDS THE ACCOUNT BALANCE LEDGER (MASTRNBL) -- ONE  00443715
      *    ROW PER CONTRACT WITH ACTIVITY TONIGHT, IN CONT-ID ORDER,    00443715
      *    GIVING THE BASE-CURRENCY DEBITS (AUTHORIZATIONS) AND         00443715
      *    CREDITS (REFUNDS, CHARGEBACKS, REVERSALS) THAT MAKE UP       00443715
      *    BASE-TOTAL-TXN-AMOUNT ON THE OUTFILE ROW. BOTH ARE CARRIED   00443715
      *    AS POSITIVE AMOUNTS.                                         00443715
       FD BALXFILE.                                                     00443715
       01 BALX-REC.                                                     00443715
          05 BALX-CONT-ID          PIC 9(10).                           00443715
          05 BALX-SEPARATOR-1      PIC X(1).                            00443715
          05 BALX-PROCESS-DATE     PIC X(8).                            00443715
          05 BALX-SEPARATOR-2      PIC X(1).                            00443715
          05 BALX-DEBIT-AMOUNT     PIC Z(15)9.99.                       00443715
          05 BALX-SEPARATOR-3      PIC X(1).                            00443715
          05 BALX-CREDIT-AMOUNT    PIC Z(15)9.99.                       00443715
          05 BALX-SEPARATOR-4      PIC X(1).                            00443715
          05 BALX-TXN-CNTR         PIC Z(8)9.                           00443715
                                                                        00443715
      *    STRXFILE FEEDS THE STRUCTURING DETECTOR (MASTRNSX) -- ONE    00443715
      *    ROW PER APPROVED AUTHORIZATION THAT FALLS INSIDE THE         00443715
      *    PARM-STRUCT-BAND-PCT BAND JUST BELOW                         00443715
      *    PARM-HIGH-VALUE-THRESHOLD. HIVALFILE TAKES EVERYTHING OVER   00443715
      *    THE THRESHOLD; THIS TAKES WHAT WAS KEPT JUST UNDER IT.       00443715
       FD STRXFILE.                                                     00443715
       01 STRX-REC.                                                     00443715
          05 STRX-CONT-ID          PIC 9(10).                           00443715
          05 STRX-SEPARATOR-1      PIC X(1).                            00443715
          05 STRX-PROCESS-DATE     PIC X(8).                            00443715
          05 STRX-SEPARATOR-2      PIC X(1).                            00443715
          05 STRX-CREDTT           PIC X(19).                           00443715
          05 STRX-SEPARATOR-3      PIC X(1).                            00443715
          05 STRX-TXN-REF          PIC X(40).                           00443715
          05 STRX-SEPARATOR-4      PIC X(1).                            00443715
          05 STRX-MERCHANT-ID      PIC X(40).                           00443715
          05 STRX-SEPARATOR-5      PIC X(1).                            00443715
          05 STRX-AMOUNT           PIC Z(13)9.99.                       00443715
                                                                        00443715
      *    GEOVFILE IS THE GEO-VELOCITY (IMPOSSIBLE TRAVEL) ALERT       00443715
      *    EXTRACT -- ONE ROW PER PAIR OF A CUSTOMER'S CONSECUTIVE      00443715
      *    LOCATED AUTHORIZATIONS WHOSE DISTANCE APART, OVER THE TIME   00443715
      *    BETWEEN THEM, IMPLIES A SPEED OVER PARM-GEO-MAX-KMH. PAIRS   00443715
      *    CLOSER THAN PARM-GEO-MIN-KM ARE LEFT OUT -- NEIGHBOURING     00443715
      *    POSTAL CODES MINUTES APART ARE ORDINARY SHOPPING. MASTRANF   00443715
      *    PRINTS IT AS ITS OWN SECTION OF THE FRAUD PACK.              00443715
       FD GEOVFILE.                                                     00443715
       01 GEOV-REC.                                                     00443715
          05 GEOV-CONT-ID          PIC 9(10).                           00443715
          05 GEOV-SEPARATOR-1      PIC X(1).                            00443715
          05 GEOV-FROM-CREDTT      PIC X(19).                           00443715
          05 GEOV-SEPARATOR-2      PIC X(1).                            00443715
          05 GEOV-FROM-POSTAL      PIC X(20).                           00443715
          05 GEOV-SEPARATOR-3      PIC X(1).                            00443715
          05 GEOV-TO-CREDTT        PIC X(19).                           00443715
          05 GEOV-SEPARATOR-4      PIC X(1).                            00443715
          05 GEOV-TO-POSTAL        PIC X(20).                           00443715
          05 GEOV-SEPARATOR-5      PIC X(1).                            00443715
          05 GEOV-DISTANCE-KM      PIC Z(5)9.                           00443715
          05 GEOV-SEPARATOR-6      PIC X(1).                            00443715
          05 GEOV-ELAPSED-MIN      PIC Z(5)9.                           00443715
          05 GEOV-SEPARATOR-7      PIC X(1).                            00443715
          05 GEOV-SPEED-KMH        PIC Z(6)9.                           00443715
      *    MRCHMAST IS THE MERCHANT MASTER MAINTAINED BY MASTRNMM --    00443715
      *    THE CANONICAL NAME AND REGISTERED MCC OF EVERY MERCHANT ID.  00443715
      *    EACH AUTHORIZATION IS CHECKED AGAINST IT, AND MMEXFILE       00443715
      *    CARRIES ONE ROW PER AUTHORIZATION WHOSE MCC DISAGREES WITH   00443715
      *    THE REGISTERED ONE -- THE MCC COMPUTE-FEE-PARA PRICES BY --  00443715
      *    AND ONE ROW PER MERCHANT NOT ON THE MASTER, THE FIRST TIME   00443715
      *    THE RUN MEETS IT. THE FEE IS STILL PRICED OFF THE MCC THE    00443715
      *    NETWORK SENT; MMEXFILE ONLY REPORTS THE DISAGREEMENT.        00443715
      *    MASTRANF PRINTS IT, UNDER THE CANONICAL NAME, AS ITS OWN     00443715
      *    SECTION OF THE FRAUD PACK.                                   00443715
       FD MRCHMAST.                                                     00443715
         COPY MMSTREC.                                                  00443715
                                                                        00443715
       FD MMEXFILE.                                                     00443715
       01 MMEX-REC.                                                     00443715
          05 MMEX-CONT-ID          PIC 9(10).                           00443715
          05 MMEX-SEPARATOR-1      PIC X(1).                            00443715
          05 MMEX-EXCEPTION        PIC X(13).                           00443715
      *       'MCC MISMATCH' OR 'NOT ON MASTER'.                        00443715
          05 MMEX-SEPARATOR-2      PIC X(1).                            00443715
          05 MMEX-MERCHANT-ID      PIC X(40).                           00443715
          05 MMEX-SEPARATOR-3      PIC X(1).                            00443715
          05 MMEX-MERCHANT-NAME    PIC X(40).                           00443715
      *       THE CANONICAL NAME -- OR, FOR A MERCHANT NOT ON THE       00443715
      *       MASTER, THE COMMON NAME THE NETWORK SENT.                 00443715
          05 MMEX-SEPARATOR-4      PIC X(1).                            00443715
          05 MMEX-REPORTED-MCC     PIC X(40).                           00443715
          05 MMEX-SEPARATOR-5      PIC X(1).                            00443715
          05 MMEX-REGISTERED-MCC   PIC X(4).                            00443715
          05 MMEX-SEPARATOR-6      PIC X(1).                            00443715
          05 MMEX-MASTER-STATUS    PIC X(1).                            00443715
          05 MMEX-SEPARATOR-7      PIC X(1).                            00443715
          05 MMEX-CREDTT           PIC X(19).                           00443715
          05 MMEX-SEPARATOR-8      PIC X(1).                            00443715
          05 MMEX-AMOUNT           PIC Z(13)9.99.                       00443715
                                                                        00443715
                                                                        00443715
                                                                        00443715
                                                                        00443715
       01 WS-PPER-RPT-WORK     PIC X(132).                              00443715
       01 FEESFILE-FILE-STATUS PIC X(2).                                00443715
       01 FEECFILE-FILE-STATUS PIC X(2).                                00443715
      *    WS-FEES-TABLE HOLDS THE FEE SCHEDULE LOADED AT               00443715
      *    START-PROCESS -- RUN-LEVEL REFERENCE DATA, NEVER RESET.      00443715
      *    THE PER-CUSTOMER FEE ACCUMULATORS LIVE IN WS-VARIABLES SO    00443715
      *    THE CUSTOMER BREAK RESETS THEM.                              00443715
       01 WS-FEES-USED         PIC 9(3) VALUE ZEROES.                   00443715
       01 WS-FEES-EOF          PIC 9 VALUE 0.                           00443715
       01 WS-FEES-FOUND        PIC 9.                                   00443715
             10 WS-FEES-ITEM-FEE    PIC 9(5)V99.                        00443715
       01 WS-FEE-CURRENT       PIC S9(12)V99.                           00443715
       01 WS-FEE-NOSCHED-CNTR  PIC 9(9) VALUE ZEROES.                   00443715
      *    WS-FEED-TABLE IS THE SAME ROLLUP ONE LEVEL DOWN, BY          00443715
      *    (MERCHANT, MCC, BRAND), BEHIND FEEDFILE.                     00443715
       01 FEEDFILE-FILE-STATUS PIC X(2).                                00443715
       01 WS-FEED-USED         PIC 9(4) VALUE ZEROES.                   00443715
       01 WS-FEED-IDX          PIC 9(4).                                00443715
       01 WS-FEED-FULL-CNTR    PIC 9(9) VALUE ZEROES.                   00443715
       01 WS-FEED-TABLE.                                                00443715
          05 WS-FEED-ENTRY OCCURS 2000 TIMES                            00443715
               INDEXED BY WS-FEED-TABIDX.                               00443715
             10 WS-FEED-ID          PIC X(40).                          00443715
             10 WS-FEED-MCC         PIC X(40).                          00443715
             10 WS-FEED-BRAND       PIC X(40).                          00443715
             10 WS-FEED-RATE-PCT    PIC 9(3)V9(4).                      00443715
             10 WS-FEED-ITEM-FEE    PIC 9(5)V99.                        00443715
             10 WS-FEED-CNTR        PIC 9(9).                           00443715
             10 WS-FEED-AMOUNT      PIC 9(14)V99.                       00443715
             10 WS-FEED-CKPT-FLAG   PIC 9.                              00443715
       01 WS-FEEDFILE-CNTR     PIC 9(9) VALUE ZEROES.                   00443715
       01 WS-FEEDFILE-CNTR-EDT PIC ZZZZZZZZ9.                           00443715
       01 WS-FEE-RUN-CNTR      PIC 9(9) VALUE ZEROES.                   00443715
       01 WS-FEE-RUN-AMOUNT    PIC S9(14)V99 VALUE ZEROES.              00443715
      *    WS-PNTX-CURRENT-* IS THE ROW BEING BUILT FOR PNTXFILE.       00443715
       01 PNTXFILE-FILE-STATUS PIC X(2).                                00443715
       01 WS-PNTX-CURRENT-TYPE PIC X(2).                                00443715
       01 WS-PNTX-CURRENT-REF  PIC X(40).                               00443715
       01 WS-PNTX-CURRENT-MCC  PIC X(40).                               00443715
       01 WS-PNTX-CURRENT-MERCH PIC X(40).                              00443715
       01 WS-PNTXFILE-CNTR     PIC 9(9) VALUE ZEROES.                   00443715
       01 WS-PNTXFILE-CNTR-EDT PIC ZZZZZZZZ9.                           00443715
       01 BALXFILE-FILE-STATUS PIC X(2).                                00443715
       01 WS-BALXFILE-CNTR     PIC 9(9) VALUE ZEROES.                   00443715
       01 WS-BALXFILE-CNTR-EDT PIC ZZZZZZZZ9.                           00443715
      *    WS-STRX-BAND-FLOOR IS THE LOW EDGE OF THE STRUCTURING BAND,  00443715
      *    SET FROM THE PARM CARD AT START.                             00443715
       01 STRXFILE-FILE-STATUS PIC X(2).                                00443715
       01 WS-STRX-BAND-FLOOR   PIC 9(16)V99 VALUE ZEROES.               00443715
       01 WS-STRXFILE-CNTR     PIC 9(9) VALUE ZEROES.                   00443715
       01 WS-STRXFILE-CNTR-EDT PIC ZZZZZZZZ9.                           00443715
       01 GEOVFILE-FILE-STATUS PIC X(2).                                00443715
       01 WS-GEOVFILE-CNTR     PIC 9(9) VALUE ZEROES.                   00443715
       01 WS-GEOVFILE-CNTR-EDT PIC ZZZZZZZZ9.                           00443715
      *    MERCHANT MASTER CHECK. WS-MMNF-TABLE HOLDS THE MERCHANT IDS  00443715
      *    ALREADY REPORTED NOT ON THE MASTER THIS RUN -- RUN-LEVEL,    00443715
      *    NEVER RESET; PAST ITS LIMIT A MERCHANT IS REPORTED AGAIN     00443715
      *    RATHER THAN NOT AT ALL.                                      00443715
       01 MRCHMAST-FILE-STATUS PIC X(2).                                00443715
       01 MMEXFILE-FILE-STATUS PIC X(2).                                00443715
       01 WS-MMST-OPEN         PIC 9 VALUE 0.                           00443715
       01 WS-MMEXFILE-CNTR     PIC 9(9) VALUE ZEROES.                   00443715
       01 WS-MMEXFILE-CNTR-EDT PIC ZZZZZZZZ9.                           00443715
       01 WS-MMEX-MISMATCH-CNTR PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-MMEX-NOTMAST-CNTR  PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-MMNF-USED         PIC 9(4) VALUE ZEROES.                   00443715
       01 WS-MMNF-FOUND        PIC 9.                                   00443715
       01 WS-MMNF-TABLE.                                                00443715
          05 WS-MMNF-ENTRY OCCURS 500 TIMES                             00443715
               INDEXED BY WS-MMNF-TABIDX.                               00443715
             10 WS-MMNF-ID           PIC X(40).                         00443715
       01 WTCHFILE-FILE-STATUS PIC X(2).                                00443715
       01 WHITFILE-FILE-STATUS PIC X(2).                                00443715
      *    WS-WTCH-TABLE HOLDS THE WATCH LIST LOADED AT                 00443715
       01 WS-WTCH-USED         PIC 9(3) VALUE ZEROES.                   00443715
       01 WS-WTCH-EOF          PIC 9 VALUE 0.                           00443715
       01 WS-WTCH-IDX          PIC 9(3).                                00443715
       01 SUPPFILE-FILE-STATUS PIC X(2).                                00443715
      *    WS-SUPP-TABLE HOLDS THE SUPPRESSIONS STILL RUNNING TONIGHT,  00443715
      *    LOADED AT START-PROCESS -- RUN-LEVEL, NEVER RESET.           00443715
       01 WS-SUPP-USED         PIC 9(4) VALUE ZEROES.                   00443715
       01 WS-SUPP-EOF          PIC 9 VALUE 0.                           00443715
       01 WS-SUPP-IDX          PIC 9(4).                                00443715
       01 WS-SUPP-HIT          PIC 9 VALUE 0.                           00443715
       01 WS-SUPP-CHECK-CONT-ID PIC 9(10).                              00443715
       01 WS-SUPP-CHECK-SOURCE PIC X(8).                                00443715
       01 WS-SUPPRESSED-CNTR   PIC 9(9) VALUE ZEROES.                   00443715
       01 WS-SUPPRESSED-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                       00443715
       01 WS-SUPP-TABLE.                                                00443715
          05 WS-SUPP-ENTRY OCCURS 2000 TIMES.                           00443715
             10 WS-SUPP-CONT-ID     PIC 9(10).                          00443715
             10 WS-SUPP-SOURCE      PIC X(8).                           00443715
       01 IDALIN-FILE-STATUS   PIC X(2).                                00443715
      *    WS-IDAY-TABLE HOLDS THE ALERTS ALREADY RAISED FROM TODAY'S   00443715
      *    INTRADAY DROPS, LOADED AT START-PROCESS -- RUN-LEVEL, NEVER  00443715
      *    RESET. WS-IDAY-CHECK-* IS THE ALERT ABOUT TO BE WRITTEN.     00443715
       01 WS-IDAY-USED         PIC 9(4) VALUE ZEROES.                   00443715
       01 WS-IDAY-EOF          PIC 9 VALUE 0.                           00443715
       01 WS-IDAY-IDX          PIC 9(4).                                00443715
       01 WS-IDAY-HIT          PIC 9 VALUE 0.                           00443715
       01 WS-IDAY-RAISED-CNTR  PIC 9(9) VALUE ZEROES.                   00443715
       01 WS-IDAY-RAISED-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                      00443715
       01 WS-IDAY-CHECK.                                                00443715
          05 WS-IDAY-CHECK-SOURCE    PIC X(8).                          00443715
          05 WS-IDAY-CHECK-CONT-ID   PIC 9(10).                         00443715
          05 WS-IDAY-CHECK-TYPE      PIC X(2).                          00443715
          05 WS-IDAY-CHECK-CREDTT    PIC X(19).                         00443715
          05 WS-IDAY-CHECK-MERCHANT  PIC X(40).                         00443715
          05 WS-IDAY-CHECK-AMOUNT    PIC 9(16)V99.                      00443715
          05 WS-IDAY-CHECK-LIST-TYPE PIC X(8).                          00443715
          05 WS-IDAY-CHECK-LIST-KEY  PIC X(40).                         00443715
       01 WS-IDAY-TABLE.                                                00443715
          05 WS-IDAY-ENTRY OCCURS 2000 TIMES.                           00443715
             10 WS-IDAY-SOURCE      PIC X(8).                           00443715
             10 WS-IDAY-CONT-ID     PIC 9(10).                          00443715
             10 WS-IDAY-TYPE        PIC X(2).                           00443715
             10 WS-IDAY-CREDTT      PIC X(19).                          00443715
             10 WS-IDAY-MERCHANT    PIC X(40).                          00443715
             10 WS-IDAY-AMOUNT      PIC 9(16)V99.                       00443715
             10 WS-IDAY-LIST-TYPE   PIC X(8).                           00443715
             10 WS-IDAY-LIST-KEY    PIC X(40).                          00443715
      *    WS-INST-TABLE CARRIES EACH ISSUING INSTITUTION'S OWN         00443715
      *    CONTROL FIGURES -- RUN-LEVEL, NEVER RESET. RECORDS THAT      00443715
      *    ARRIVE WITHOUT AN INSTITUTION ID BELONG TO THE HOME          00443715
       01 WS-INST-SUSP-RATE    PIC 9(3)V99.                             00443715
       01 WS-INSTFILE-CNTR     PIC 9(9) VALUE ZEROES.                   00443715
       01 WS-INSTFILE-CNTR-EDT PIC ZZZZZZZZ9.                           00443715
      *    WS-GLSM-TABLE IS THE RUN-LEVEL GENERAL LEDGER SUMMARY        00443715
      *    BEHIND GLSMFILE -- NEVER RESET. WS-GLSM-CURRENT-BASE IS      00443715
      *    THE CURRENT TRANSACTION CONVERTED ONCE, SO BASEFILE AND      00443715
      *    GLSMFILE CARRY THE SAME CENTS.                               00443715
       01 GLSMFILE-FILE-STATUS PIC X(2).                                00443715
       01 WS-GLSM-USED         PIC 9(3) VALUE ZEROES.                   00443715
       01 WS-GLSM-IDX          PIC 9(3).                                00443715
       01 WS-GLSM-TABLE.                                                00443715
          05 WS-GLSM-ENTRY OCCURS 200 TIMES                             00443715
               INDEXED BY WS-GLSM-TABIDX.                               00443715
             10 WS-GLSM-TYPE        PIC X(2).                           00443715
             10 WS-GLSM-INST        PIC X(4).                           00443715
             10 WS-GLSM-CURR        PIC X(3).                           00443715
             10 WS-GLSM-CNTR        PIC 9(9).                           00443715
             10 WS-GLSM-AMOUNT      PIC S9(16)V99.                      00443715
             10 WS-GLSM-BASE        PIC S9(16)V99.                      00443715
             10 WS-GLSM-UNPR-CNTR   PIC 9(9).                           00443715
             10 WS-GLSM-UNPR-AMOUNT PIC S9(16)V99.                      00443715
             10 WS-GLSM-CKPT-FLAG   PIC 9.                              00443715
       01 WS-GLSM-CURRENT-TYPE PIC X(2).                                00443715
       01 WS-GLSM-CURRENT-BASE PIC S9(16)V99.                           00443715
       01 WS-GLSMFILE-CNTR     PIC 9(9) VALUE ZEROES.                   00443715
       01 WS-GLSMFILE-CNTR-EDT PIC ZZZZZZZZ9.                           00443715
      *    WS-RSTX-TABLE IS THE RUN-LEVEL REGULATORY STATISTICS         00443715
      *    BEHIND RSTXFILE -- NEVER RESET. THE CURRENT-ROW FIELDS ARE   00443715
      *    SET BY EACH TRANSACTION TYPE AHEAD OF THE CURRENCY SUBTOTAL. 00443715
       01 RSTXFILE-FILE-STATUS PIC X(2).                                00443715
       01 WS-RSTX-USED         PIC 9(4) VALUE ZEROES.                   00443715
       01 WS-RSTX-IDX          PIC 9(4).                                00443715
       01 WS-RSTX-TABLE.                                                00443715
          05 WS-RSTX-ENTRY OCCURS 2000 TIMES                            00443715
               INDEXED BY WS-RSTX-TABIDX.                               00443715
             10 WS-RSTX-PERIOD      PIC X(6).                           00443715
             10 WS-RSTX-CLASS       PIC X(1).                           00443715
             10 WS-RSTX-TYPE        PIC X(2).                           00443715
             10 WS-RSTX-INST        PIC X(4).                           00443715
             10 WS-RSTX-BRAND       PIC X(20).                          00443715
             10 WS-RSTX-MCC         PIC X(4).                           00443715
             10 WS-RSTX-CURR        PIC X(3).                           00443715
             10 WS-RSTX-CNTR        PIC 9(9).                           00443715
             10 WS-RSTX-AMOUNT      PIC S9(16)V99.                      00443715
             10 WS-RSTX-BASE        PIC S9(16)V99.                      00443715
             10 WS-RSTX-UNPR-CNTR   PIC 9(9).                           00443715
             10 WS-RSTX-FRAUD-CNTR  PIC 9(9).                           00443715
             10 WS-RSTX-FRAUD-AMOUNT PIC S9(16)V99.                     00443715
             10 WS-RSTX-FRAUD-BASE  PIC S9(16)V99.                      00443715
             10 WS-RSTX-CKPT-FLAG   PIC 9.                              00443715
       01 WS-RSTX-CURRENT-BRAND  PIC X(20).                             00443715
       01 WS-RSTX-CURRENT-MCC    PIC X(4).                              00443715
       01 WS-RSTX-CURRENT-CREDTT PIC X(40).                             00443715
       01 WS-RSTX-CURRENT-DECL   PIC 9.                                 00443715
       01 WS-RSTX-CURRENT-FRAUD  PIC 9.                                 00443715
       01 WS-RSTX-CURRENT-PERIOD PIC X(6).                              00443715
       01 WS-RSTX-CURRENT-CLASS  PIC X(1).                              00443715
       01 WS-RSTXFILE-CNTR     PIC 9(9) VALUE ZEROES.                   00443715
       01 WS-RSTXFILE-CNTR-EDT PIC ZZZZZZZZ9.                           00443715
      *    CONSENT CHECK -- WS-CONS-PURPOSE AND WS-CONS-EXTRACT ARE     00443715
      *    SET BY THE CALLER; WS-CONS-OK AND WS-CONS-REASON COME BACK.  00443715
       01 CONSENT-FILE-STATUS  PIC X(2).                                00443715
       01 CSUPFILE-FILE-STATUS PIC X(2).                                00443715
       01 WS-CONS-OPEN         PIC 9 VALUE 0.                           00443715
       01 WS-CONS-PURPOSE      PIC X(1).                                00443715
       01 WS-CONS-PU-IDX       PIC 9.                                   00443715
       01 WS-CONS-CH-IDX       PIC 9.                                   00443715
       01 WS-CONS-OK           PIC 9.                                   00443715
       01 WS-CONS-WITHDRAWN    PIC 9.                                   00443715
       01 WS-CONS-REASON       PIC X(16).                               00443715
       01 WS-CONS-EXTRACT      PIC X(10).                               00443715
       01 WS-CONS-HELD-CNTR    PIC 9(9) VALUE ZEROES.                   00443715
       01 WS-CONS-HELD-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                        00443715
                                                                        00443715
       01 WS-WTCH-TABLE.                                                00443715
          05 WS-WTCH-ENTRY OCCURS 100 TIMES.                            00443715
       01 CURRFILE-FILE-STATUS PIC X(2).                                00400000
       01 FRAUDFILE-FILE-STATUS PIC X(2).                               00400000
       01 DECLFILE-FILE-STATUS PIC X(2).                                00400000
                                                                        00443715
       01 WINFILE-FILE-STATUS  PIC X(2).                                00400000
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00400000
       01 AGEXFILE-FILE-STATUS  PIC X(2).                               00400000
       01 DUPFILE-FILE-STATUS  PIC X(2).                                00443715
                                                                        00443715
                                                                        00443715
       01 ENRFILE-FILE-STATUS  PIC X(2).                                00443715
                                                                        00443715
                                                                        00443715
       01 ORPHFILE-FILE-STATUS PIC X(2).                                00443715
                                                                        00443715
                                                                        00443715
       01 RSPCFILE-FILE-STATUS PIC X(2).                                00443715
       01 UNKRFILE-FILE-STATUS PIC X(2).                                00443715
                                                                        00443715
                                                                        00443715
       01 PCXFILE-FILE-STATUS  PIC X(2).                                00443715
                                                                        00443715
                                                                        00443715
                                                                        00443715
                                                                        00443715
       01 OVFLFILE-FILE-STATUS PIC X(2).                                00443715
       01 WS-RESTART-MODE      PIC 9 VALUE 0.                           00410000
       01 WS-SKIP-MODE         PIC 9 VALUE 0.                           00410000
       01 WS-CKPT-LAST-CONT-ID PIC 9(10) VALUE ZEROES.                  00420010
      *    WS-CKPT-ROW-LIST NAMES THE GLSM, RSTX AND FEED TABLE ROWS    00443715
      *    THE CURRENT CUSTOMER HAS TOUCHED, SO WRITE-CHECKPOINT-PARA   00443715
      *    CAN CARRY THEM WITHOUT WRITING THE WHOLE TABLES AT EVERY     00443715
      *    CUSTOMER BREAK. A CUSTOMER TOUCHING MORE ROWS THAN THE LIST  00443715
      *    HOLDS SETS WS-CKPT-ROW-ALL, AND THAT CHECKPOINT CARRIES      00443715
      *    EVERY ROW IN USE -- AS DOES THE FIRST ONE AFTER A RESTART.   00443715
       01 WS-CKPT-READ-CNTR    PIC 9(9) VALUE ZEROES.                   00443715
       01 WS-CKPT-COMMIT-CNTR  PIC 9(9) VALUE ZEROES.                   00443715
       01 WS-CKPT-ROW-MISSING  PIC 9(4) VALUE ZEROES.                   00443715
       01 WS-CKPT-ROW-ALL      PIC 9 VALUE 0.                           00443715
       01 WS-CKPT-ROW-USED     PIC 9(3) VALUE ZEROES.                   00443715
       01 WS-CKPT-ROW-IDX      PIC 9(4).                                00443715
       01 WS-CKPT-ROW-CURRENT-TABLE PIC X(4).                           00443715
       01 WS-CKPT-ROW-CURRENT-NUM   PIC 9(4).                           00443715
       01 WS-CKPT-ROW-LIST.                                             00443715
          05 WS-CKPT-ROW-ENTRY OCCURS 500 TIMES.                        00443715
             10 WS-CKPT-ROW-TABLE   PIC X(4).                           00443715
             10 WS-CKPT-ROW-NUM     PIC 9(4).                           00443715
       01 MAS-EOF PIC 9 VALUE 0.                                        00410000
       01 TRAN-EOF PIC 9 VALUE 0.                                       00410000
       01 WS-TRANSCODE PIC 9(2).                                        00420010
       01 WS-TRANHASH-TOTAL       PIC 9(16)V99 VALUE ZEROES.            00443715
       01 WS-TRL-EXP-COUNT-EDT    PIC ZZZ,ZZZ,ZZ9.                      00443715
       01 WS-TRANDATA-CNTR-EDT    PIC ZZZ,ZZZ,ZZ9.                      00443715
      *    THE GENERATION REGISTRY'S FIGURES FOR THE DATASETS THIS JOB  00443715
      *    READS BACK OR HANDS ON. SUSPIN AND AHSTIN COUNT EVERY RECORD 00443715
      *    READ -- IMAGELESS AND EXPIRED ROWS INCLUDED, SINCE THE       00443715
      *    PRODUCER COUNTED THEM -- AND EVERY HASH BUT TRANFILE'S IS    00443715
      *    THE SUM OF THE CONTRACT IDS, EXCEPT THAT GLSMFILE, RSTXFILE  00443715
      *    AND FEEDFILE, WHICH CARRY NO CONTRACT, HASH THE SUM OF THEIR 00443715
      *    TRANSACTION COUNTS. THE HASHES OF THE FILES WRITTEN AS THE   00443715
      *    RUN GOES RIDE THE CHECKPOINT WITH THEIR COUNTERS; THE THREE  00443715
      *    RUN-END SUMMARIES ARE HASHED AS THEY ARE WRITTEN. THE -REG   00443715
      *    SWITCHES ARE SET FOR AN INPUT FOUND REGISTERED AT OPEN; ONLY 00443715
      *    THOSE ARE VERIFIED ONCE READ.                                00443715
       01 WS-SUSPIN-READ-CNTR     PIC 9(9) VALUE ZEROES.                00443715
       01 WS-SUSPIN-HASH-TOTAL    PIC 9(16)V99 VALUE ZEROES.            00443715
       01 WS-AHSTIN-HASH-TOTAL    PIC 9(16)V99 VALUE ZEROES.            00443715
       01 WS-OUTFILE-HASH-TOTAL   PIC 9(16)V99 VALUE ZEROES.            00443715
       01 WS-SUSPFILE-HASH-TOTAL  PIC 9(16)V99 VALUE ZEROES.            00443715
       01 WS-AHSTFILE-HASH-TOTAL  PIC 9(16)V99 VALUE ZEROES.            00443715
       01 WS-ENRFILE-HASH-TOTAL   PIC 9(16)V99 VALUE ZEROES.            00443715
       01 WS-PNTXFILE-HASH-TOTAL  PIC 9(16)V99 VALUE ZEROES.            00443715
       01 WS-BASEFILE-HASH-TOTAL  PIC 9(16)V99 VALUE ZEROES.            00443715
       01 WS-FEECFILE-HASH-TOTAL  PIC 9(16)V99 VALUE ZEROES.            00443715
       01 WS-GLSMFILE-HASH-TOTAL  PIC 9(16)V99 VALUE ZEROES.            00443715
       01 WS-RSTXFILE-HASH-TOTAL  PIC 9(16)V99 VALUE ZEROES.            00443715
       01 WS-FEEDFILE-HASH-TOTAL  PIC 9(16)V99 VALUE ZEROES.            00443715
       01 WS-BALXFILE-HASH-TOTAL  PIC 9(16)V99 VALUE ZEROES.            00443715
       01 WS-STRXFILE-HASH-TOTAL  PIC 9(16)V99 VALUE ZEROES.            00443715
       01 WS-GEOVFILE-HASH-TOTAL  PIC 9(16)V99 VALUE ZEROES.            00443715
       01 WS-MMEXFILE-HASH-TOTAL  PIC 9(16)V99 VALUE ZEROES.            00443715
      *    WS-ENR-SEQ NUMBERS EACH ENRFILE TRANSACTION AS IT ARRIVES.   00443715
      *    A CUSTOMER'S NEGATIVES ARE HELD TO THE BREAK, SO THE COUNT   00443715
      *    ONLY EQUALS WS-ENRFILE-CNTR BETWEEN CUSTOMERS -- WHICH IS    00443715
      *    WHERE THE CHECKPOINT IS TAKEN.                               00443715
       01 WS-ENR-SEQ              PIC 9(9) VALUE ZEROES.                00443715
       01 WS-TRANFILE-REG         PIC 9 VALUE 0.                        00443715
       01 WS-SUSPIN-REG           PIC 9 VALUE 0.                        00443715
       01 WS-AHSTIN-REG           PIC 9 VALUE 0.                        00443715
       01 WS-GREG-INPUT-DD        PIC X(8) VALUE SPACES.                00443715
       COPY GREGLNK.                                                    00443715
                                                                        00443715
                                                                        00443715
      *    WS-DUP-PREV HOLDS THE LAST AUTHORIZATION SEEN FOR THE        00443715
          05 WS-DUP-PREV-AMOUNT    PIC X(40).                           00443715
                                                                        00443715
                                                                        00443715
      *    WS-MRCH-TABLE HOLDS THE MERCHANT IDS THE RUN'S               00443715
      *    AUTHORIZATIONS AND CHARGEBACKS HAVE NAMED -- UNLIKE THE      00443715
      *    WS-CURR/FRAUD/DECL/GEO TABLES ABOVE IT IS NEVER RESET AT A   00443715
      *    CUSTOMER BREAK. MASTRNEM ROLLS MRCHFILE UP FROM ENRFILE      00443715
      *    WITH THE SAME 500-MERCHANT LIMIT; THE TABLE IS KEPT HERE SO  00443715
      *    A MERCHANT PAST THE LIMIT STILL REACHES OVFLFILE.            00443715
       01 WS-MRCH-USED            PIC 9(4) VALUE ZEROES.                00443715
       01 WS-MRCH-TABLE.                                                00443715
          05 WS-MRCH-ENTRY OCCURS 500 TIMES                             00443715
               INDEXED BY WS-MRCH-TABIDX.                               00443715
             10 WS-MRCH-ID           PIC X(40).                         00443715
       01 WS-MRCH-CURRENT-ID      PIC X(40).                            00443715
                                                                        00443715
                                                                        00443715
      *    WS-AREF-TABLE COLLECTS THE CURRENT CUSTOMER'S                00443715
             10 WS-NEG-REF           PIC X(40).                         00443715
             10 WS-NEG-REASON        PIC X(40).                         00443715
             10 WS-NEG-AMOUNT        PIC X(40).                         00443715
             10 WS-NEG-ENR-IMAGE     PIC X(620).                        00443715
                                                                        00443715
                                                                        00443715
       01 WS-NEG-TYPE-CURR        PIC X(2).                             00443715
               INDEXED BY WS-RSPC-TABIDX.                               00443715
             10 WS-RSPC-CODE         PIC X(40).                         00443715
             10 WS-RSPC-CATEGORY     PIC X(20).                         00443715
      *    WS-DCAT-TABLE HOLDS THE DECLINE CATEGORIES THE CURRENT       00443715
      *    CUSTOMER HAS SEEN -- RESET PER CUSTOMER LIKE WS-CURR-TABLE.  00443715
      *    WS-DCATT-TABLE IS THE SAME FOR THE WHOLE RUN. MASTRNEC       00443715
      *    COUNTS DCATFILE UP FROM ENRFILE WITH THE SAME LIMITS; THE    00443715
      *    CATEGORIES ARE KEPT HERE SO ONE PAST A LIMIT STILL REACHES   00443715
      *    OVFLFILE.                                                    00443715
       01 WS-DCAT-USED            PIC 9(2) VALUE ZEROES.                00443715
       01 WS-DCAT-TABLE.                                                00443715
          05 WS-DCAT-ENTRY OCCURS 20 TIMES                              00443715
               INDEXED BY WS-DCAT-TABIDX.                               00443715
             10 WS-DCAT-CATEGORY     PIC X(20).                         00443715
       01 WS-DCATT-USED           PIC 9(2) VALUE ZEROES.                00443715
       01 WS-DCATT-TABLE.                                               00443715
          05 WS-DCATT-ENTRY OCCURS 30 TIMES                             00443715
               INDEXED BY WS-DCATT-TABIDX.                              00443715
             10 WS-DCATT-CATEGORY    PIC X(20).                         00443715
       01 WS-DECL-CURRENT-CATEGORY PIC X(20).                           00443715
                                                                        00443715
                                                                        00443715
               INDEXED BY WS-PCODE-TABIDX.                              00443715
             10 WS-PCODE-ID          PIC X(40).                         00443715
             10 WS-PCODE-REGION      PIC X(20).                         00443715
             10 WS-PCODE-LOCATED     PIC 9.                             00443715
             10 WS-PCODE-LAT         PIC S9(3)V9(6).                    00443715
             10 WS-PCODE-LON         PIC S9(3)V9(6).                    00443715
       01 WS-REGN-USED            PIC 9(2) VALUE ZEROES.                00443715
       01 WS-REGN-IDX             PIC 9(2).                             00443715
       01 WS-REGN-TABLE.                                                00443715
             10 WS-REGN-TXN-AMOUNT   PIC 9(16)V99.                      00443715
       01 WS-REGN-CURRENT-REGION  PIC X(20).                            00443715
       01 WS-REGN-FOUND           PIC 9.                                00443715
      *    WS-RLOC-TABLE SUMS THE LOCATED POSTAL CODES OF EACH REGION   00443715
      *    AS THE REFERENCE LOADS, SO A POSTAL CODE CARRIED WITHOUT     00443715
      *    ITS OWN LATITUDE/LONGITUDE FALLS BACK TO ITS REGION'S        00443715
      *    CENTRE. THE WS-GEOV- FIELDS HOLD THE CURRENT CUSTOMER'S      00443715
      *    LAST LOCATED AUTHORIZATION FOR THE IMPOSSIBLE-TRAVEL TEST.   00443715
       01 WS-RLOC-USED            PIC 9(2) VALUE ZEROES.                00443715
       01 WS-RLOC-TABLE.                                                00443715
          05 WS-RLOC-ENTRY OCCURS 50 TIMES                              00443715
               INDEXED BY WS-RLOC-TABIDX.                               00443715
             10 WS-RLOC-REGION       PIC X(20).                         00443715
             10 WS-RLOC-LAT-SUM      PIC S9(6)V9(6).                    00443715
             10 WS-RLOC-LON-SUM      PIC S9(6)V9(6).                    00443715
             10 WS-RLOC-CNTR         PIC 9(3).                          00443715
       01 WS-GEOV-PREV-LOCATED    PIC 9 VALUE 0.                        00443715
       01 WS-GEOV-PREV-MINUTE     PIC 9(12).                            00443715
       01 WS-GEOV-PREV-CREDTT     PIC X(19).                            00443715
       01 WS-GEOV-PREV-POSTAL     PIC X(40).                            00443715
       01 WS-GEOV-PREV-LAT        PIC S9(3)V9(6).                       00443715
       01 WS-GEOV-PREV-LON        PIC S9(3)V9(6).                       00443715
       01 WS-GEOV-CURR-LOCATED    PIC 9.                                00443715
       01 WS-GEOV-CURR-LAT        PIC S9(3)V9(6).                       00443715
       01 WS-GEOV-CURR-LON        PIC S9(3)V9(6).                       00443715
       01 WS-GEOV-DLON            PIC S9(3)V9(6).                       00443715
       01 WS-GEOV-X               PIC S9(3)V9(9).                       00443715
       01 WS-GEOV-Y               PIC S9(3)V9(9).                       00443715
       01 WS-GEOV-DISTANCE-KM     PIC 9(6)V99.                          00443715
       01 WS-GEOV-ELAPSED-MIN     PIC S9(12).                           00443715
       01 WS-GEOV-SPEED-KMH       PIC 9(7)V99.                          00443715
                                                                        00443715
                                                                        00443715
      *    WS-CARD-TABLE HOLDS THE CARDS (MASKED PAN LAST-4 AND CARD    00443715
      *    BRAND) THE CURRENT CUSTOMER HAS USED. RESET PER CUSTOMER     00443715
      *    LIKE WS-CURR-TABLE. MASTRNEC ROLLS CARDFILE UP FROM ENRFILE  00443715
      *    WITH THE SAME 10-CARD LIMIT; THE CARDS ARE KEPT HERE SO AN   00443715
      *    ELEVENTH STILL REACHES OVFLFILE.                             00443715
       01 WS-CARD-USED            PIC 9(2) VALUE ZEROES.                00443715
       01 WS-CARD-TABLE.                                                00443715
          05 WS-CARD-ENTRY OCCURS 10 TIMES                              00443715
               INDEXED BY WS-CARD-TABIDX.                               00443715
             10 WS-CARD-LAST4        PIC X(4).                          00443715
             10 WS-CARD-ENT-BRAND    PIC X(40).                         00443715
       01 WS-CARD-CURRENT-LAST4   PIC X(4).                             00443715
       01 WS-CARD-CURRENT-BRAND   PIC X(40).                            00443715
                                                                        00443715
                                                                        00443715
       01 WS-DATE-CONV-MIN        PIC 9(8).                             00443715
          05 WS-YTD-TXNS          PIC 9(9)  VALUE ZEROES.               00443715
          05 WS-YTD-TXN-AMOUNT    PIC S9(16)V99.                        00443715
          05 WS-BASE-TXN-AMOUNT   PIC S9(16)V99.                        00443715
          05 WS-BASE-DEBIT-AMOUNT PIC S9(16)V99.                        00443715
          05 WS-BASE-CREDIT-AMOUNT PIC S9(16)V99.                       00443715
          05 WS-CUSTMAST-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                      00400000
          05 WS-TRANFILE-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                      00400000
          05 WS-OUTFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                      00400000
          05 WS-CURRFILE-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                      00400000
          05 WS-FRAUDFILE-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                     00400000
          05 WS-DECLFILE-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                      00400000
                                                                        00443715
          05 WS-WINFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                      00400000
          05 WS-AGEXFILE-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                      00400000
          05 WS-HIVALFILE-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                     00443715
          05 WS-DUPFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                      00443715
                                                                        00443715
                                                                        00443715
          05 WS-ENRFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                      00443715
                                                                        00443715
                                                                        00443715
          05 WS-ORPHFILE-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                      00443715
          05 WS-UNPRFILE-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                      00443715
                                                                        00443715
                                                                        00443715
          05 WS-UNKRFILE-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                      00443715
                                                                        00443715
                                                                        00443715
          05 WS-PCXFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                      00443715
                                                                        00443715
                                                                        00443715
                                                                        00443715
                                                                        00443715
          05 WS-OVFLFILE-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                      00443715
          05 WS-LIMBFILE-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                      00443715
          05 WS-PPAFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                      00443715
          05 WS-FEECFILE-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                      00443715
          05 WS-WHITFILE-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                      00443715
                                                                        00443715
                                                                        00443715
          05 WS-DUPFILE-CNTR      PIC 9(9) VALUE ZEROES.                00443715
                                                                        00443715
                                                                        00443715
          05 WS-ENRFILE-CNTR      PIC 9(9) VALUE ZEROES.                00443715
                                                                        00443715
                                                                        00443715
          05 WS-ORPHFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-UNPRFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
                                                                        00443715
                                                                        00443715
          05 WS-UNKRFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
                                                                        00443715
                                                                        00443715
          05 WS-PCXFILE-CNTR      PIC 9(9) VALUE ZEROES.                00443715
                                                                        00443715
                                                                        00443715
                                                                        00443715
                                                                        00443715
          05 WS-OVFLFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-LIMBFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-PPAFILE-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-FEECFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-WHITFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
                                                                        00443715
                                                                        00443715
          05 LNK-OUTPUT.                                                00400000
             10 LNK-WHOLE-CNTR     PIC 9(2).                            00400000
             10 LNK-DEC-CNTR       PIC 9(2).                            00400000
         COPY PGATLNK.                                                  00443715

       PROCEDURE DIVISION.                                              00430000
                                                                        00170000
                                                                        00443715
           PERFORM VALIDATE-TRAILER-PARA                                00443715
                                                                        00443715
           PERFORM VERIFY-INPUTS-PARA                                   00443715
                                                                        00443715
           PERFORM CHECK-SUSPENSE-GATE-PARA                             00443715
                                                                        00443715
           PERFORM END-PROCESS                                          00443715
                                                                        00443715
           PERFORM READ-CODE-TABLE-PARA                                 00443715
                                                                        00443715
      *    A WHAT-IF RUN ONLY READS CUSTMAST AND WRITES TO THE WHAT-IF  00443715
      *    DATASETS -- IT MUST NOT HOLD UP, OR BE HELD UP BY, THE SUITE.00443715
           IF PARM-WHATIF-MODE = 'Y'                                    00443715
             DISPLAY 'WHAT-IF RUN -- CUSTMAST LOCK NOT TAKEN'           00443715
           ELSE                                                         00443715
             PERFORM ACQUIRE-LOCK-PARA                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM READ-RATE-FILE-PARA                                  00443715
                                                                        00443715
                                                                        00443715
           PERFORM READ-WATCH-LIST-PARA                                 00443715
                                                                        00443715
           PERFORM READ-SUPPRESSIONS-PARA                               00443715
           PERFORM READ-INTRADAY-ALERTS-PARA                            00443715
                                                                        00443715
      *    A WHAT-IF RUN ALWAYS REPLAYS THE WHOLE NIGHT.                00443715
           IF PARM-WHATIF-MODE NOT = 'Y'                                00443715
             PERFORM READ-CHECKPOINT-PARA                               00443715
           END-IF                                                       00443715

           PERFORM FILE-OPEN-PARA                                       00440313
                                                                        00440413
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
           MOVE 'MASTRANC' TO PGAT-JOB-NAME                             00443715
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
       OPEN-TIMING-PARA.                                                00443715
           MOVE 'N'    TO PARM-MONTH-END-FLAG                           00443715
           MOVE ZEROES TO PARM-CHURN-RISK-PCT                           00443715
           MOVE 'N'    TO PARM-DELTA-MODE                               00443715
           MOVE SPACES TO PARM-WHATIF-MODE                              00443715
           MOVE ZEROES TO PARM-AREF-RETENTION-DAYS                      00443715
           MOVE ZEROES TO PARM-VEL-TXN-CNT                              00443715
           MOVE ZEROES TO PARM-VEL-WINDOW-MIN                           00443715
           MOVE SPACES TO PARM-PART-CONT-HI                             00443715
           MOVE SPACES TO PARM-LAST-CLOSED-PERIOD                       00443715
           MOVE SPACES TO PARM-INST-ID                                  00443715
           MOVE ZEROES TO PARM-STRUCT-BAND-PCT                          00443715
           MOVE ZEROES TO PARM-GEO-MAX-KMH                              00443715
           MOVE ZEROES TO PARM-GEO-MIN-KM                               00443715

           OPEN INPUT PARMFILE                                          00443715
                                                                        00443715
             MOVE 'I001' TO PARM-INST-ID                                00443715
           END-IF                                                       00443715

           IF PARM-STRUCT-BAND-PCT NOT NUMERIC                          00443715
              OR PARM-STRUCT-BAND-PCT = ZEROES                          00443715
              OR PARM-STRUCT-BAND-PCT > 100                             00443715
             MOVE 10 TO PARM-STRUCT-BAND-PCT                            00443715
           END-IF                                                       00443715
                                                                        00443715
           COMPUTE WS-STRX-BAND-FLOOR = PARM-HIGH-VALUE-THRESHOLD       00443715
             * (100 - PARM-STRUCT-BAND-PCT) / 100                       00443715
                                                                        00443715
           IF PARM-GEO-MAX-KMH NOT NUMERIC                              00443715
              OR PARM-GEO-MAX-KMH = ZEROES                              00443715
             MOVE 900 TO PARM-GEO-MAX-KMH                               00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-GEO-MIN-KM NOT NUMERIC                               00443715
              OR PARM-GEO-MIN-KM = ZEROES                               00443715
             MOVE 100 TO PARM-GEO-MIN-KM                                00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'PARM PROCESS DATE = ' PARM-PROCESS-DATE              00443715
           DISPLAY 'PARM CYCLE ID     = ' PARM-CYCLE-ID                  00443715
           DISPLAY 'PARM AGE TOLERANCE YRS  = '                          00443715
           DISPLAY 'PARM MONTH END FLAG = ' PARM-MONTH-END-FLAG         00443715
           DISPLAY 'PARM CHURN RISK PCT = ' PARM-CHURN-RISK-PCT         00443715
           DISPLAY 'PARM DELTA MODE = ' PARM-DELTA-MODE                 00443715
           DISPLAY 'PARM WHATIF MODE = ' PARM-WHATIF-MODE               00443715
           DISPLAY 'PARM AREF RETENTION DAYS = '                        00443715
                   PARM-AREF-RETENTION-DAYS                             00443715
           DISPLAY 'PARM VEL TXN CNT = ' PARM-VEL-TXN-CNT               00443715
           DISPLAY 'PARM VEL WINDOW MIN = ' PARM-VEL-WINDOW-MIN         00443715
           DISPLAY 'PARM INST ID = ' PARM-INST-ID                       00443715
           DISPLAY 'PARM STRUCT BAND PCT = ' PARM-STRUCT-BAND-PCT       00443715
           DISPLAY 'PARM GEO MAX KMH = ' PARM-GEO-MAX-KMH               00443715
           DISPLAY 'PARM GEO MIN KM = ' PARM-GEO-MIN-KM                 00443715
           DISPLAY 'PARM PART CONT LO = ' PARM-PART-CONT-LO             00443715
           DISPLAY 'PARM PART CONT HI = ' PARM-PART-CONT-HI             00443715
           IF PARM-LAST-CLOSED-PERIOD IS NUMERIC                        00443715
                       TO WS-PCODE-ID (WS-PCODE-USED)                   00443715
                     MOVE PCODE-REGION                                  00443715
                       TO WS-PCODE-REGION (WS-PCODE-USED)               00443715
                     PERFORM LOAD-POSTAL-LOCATION-PARA                  00443715
                   ELSE                                                 00443715
                     DISPLAY 'POSTAL CODE TABLE FULL -- '               00443715
                             PCODE-POSTAL-ID (1:20) ' DROPPED'          00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'POSTAL CODES LOADED = ' WS-PCODE-USED               00443715
           DISPLAY 'REGIONS LOCATED = ' WS-RLOC-USED                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOAD-POSTAL-LOCATION-PARA.                                       00443715
      *    A POSTAL CODE'S LATITUDE/LONGITUDE ARE OPTIONAL ON THE       00443715
      *    REFERENCE. ONE THAT IS MISSING OR OFF THE GLOBE LEAVES THE   00443715
      *    CODE UNLOCATED -- IT THEN BORROWS ITS REGION'S CENTRE, OR    00443715
      *    SITS OUT THE IMPOSSIBLE-TRAVEL TEST IF THE REGION HAS NONE.  00443715
           MOVE 0 TO WS-PCODE-LOCATED (WS-PCODE-USED)                   00443715
                                                                        00443715
           IF PCODE-LATITUDE NOT = SPACES                               00443715
              AND PCODE-LONGITUDE NOT = SPACES                          00443715
             COMPUTE WS-PCODE-LAT (WS-PCODE-USED) =                     00443715
               FUNCTION NUMVAL (PCODE-LATITUDE)                         00443715
             COMPUTE WS-PCODE-LON (WS-PCODE-USED) =                     00443715
               FUNCTION NUMVAL (PCODE-LONGITUDE)                        00443715
                                                                        00443715
             IF WS-PCODE-LAT (WS-PCODE-USED) NOT > 90                   00443715
                AND WS-PCODE-LAT (WS-PCODE-USED) NOT < -90              00443715
                AND WS-PCODE-LON (WS-PCODE-USED) NOT > 180              00443715
                AND WS-PCODE-LON (WS-PCODE-USED) NOT < -180             00443715
               MOVE 1 TO WS-PCODE-LOCATED (WS-PCODE-USED)               00443715
               IF PCODE-REGION NOT = SPACES                             00443715
                 PERFORM ACCUM-REGION-LOCATION-PARA                     00443715
               END-IF                                                   00443715
             ELSE                                                       00443715
               DISPLAY 'POSTAL CODE ' PCODE-POSTAL-ID (1:20)            00443715
                       ' LOCATION OUT OF RANGE -- IGNORED'              00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-REGION-LOCATION-PARA.                                      00443715
                                                                        00443715
           SET WS-RLOC-TABIDX TO 1                                      00443715
           SEARCH WS-RLOC-ENTRY                                         00443715
             AT END                                                     00443715
               IF WS-RLOC-USED < 50                                     00443715
                 ADD 1 TO WS-RLOC-USED                                  00443715
                 SET WS-RLOC-TABIDX TO WS-RLOC-USED                     00443715
                 MOVE PCODE-REGION TO WS-RLOC-REGION (WS-RLOC-TABIDX)   00443715
                 MOVE ZEROES TO WS-RLOC-LAT-SUM (WS-RLOC-TABIDX)        00443715
                 MOVE ZEROES TO WS-RLOC-LON-SUM (WS-RLOC-TABIDX)        00443715
                 MOVE ZEROES TO WS-RLOC-CNTR (WS-RLOC-TABIDX)           00443715
                 PERFORM ACCUM-RLOC-ENTRY-PARA                          00443715
               ELSE                                                     00443715
                 DISPLAY 'REGION LOCATION TABLE FULL -- '               00443715
                         PCODE-REGION ' HAS NO CENTRE'                  00443715
               END-IF                                                   00443715
             WHEN WS-RLOC-REGION (WS-RLOC-TABIDX) = PCODE-REGION        00443715
               PERFORM ACCUM-RLOC-ENTRY-PARA                            00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-RLOC-ENTRY-PARA.                                           00443715
                                                                        00443715
           ADD WS-PCODE-LAT (WS-PCODE-USED)                             00443715
             TO WS-RLOC-LAT-SUM (WS-RLOC-TABIDX)                        00443715
           ADD WS-PCODE-LON (WS-PCODE-USED)                             00443715
             TO WS-RLOC-LON-SUM (WS-RLOC-TABIDX)                        00443715
           ADD 1 TO WS-RLOC-CNTR (WS-RLOC-TABIDX)                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
             DISPLAY 'NO PRIOR SUSPENSE FILE -- NOTHING TO RECYCLE'     00443715
           ELSE                                                         00443715
             MOVE 1 TO WS-SUSPIN-OPEN                                   00443715
                                                                        00443715
             MOVE 'SUSPFILE' TO GREG-DATASET                            00443715
             MOVE 'P'        TO GREG-EXPECT                             00443715
             MOVE 'SUSPIN'   TO WS-GREG-INPUT-DD                        00443715
             PERFORM CHECK-INPUT-GENERATION-PARA                        00443715
             IF GREG-RESULT-MATCHED                                     00443715
               MOVE 1 TO WS-SUSPIN-REG                                  00443715
             END-IF                                                     00443715
                                                                        00443715
             PERFORM SUSPIN-READ-PARA                                   00443715
           END-IF                                                       00443715
                                                                        00443715
                 MOVE 0 TO WS-SUSPIN-OPEN                               00443715
                 CLOSE SUSPIN                                           00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-SUSPIN-READ-CNTR                           00443715
                 ADD SUSPIN-TRAN-CONT-ID TO WS-SUSPIN-HASH-TOTAL        00443715
                 IF SUSPIN-TRAN-IMAGE NOT = SPACES                      00443715
                   MOVE 1 TO WS-SUSPIN-HELD                             00443715
                   MOVE SUSPIN-TRAN-CONT-ID TO WS-SUSPIN-CONT-ID        00443715
                     'IS SAME-NIGHT ONLY'                               00443715
           ELSE                                                         00443715
             MOVE 1 TO WS-AHSTIN-OPEN                                   00443715
                                                                        00443715
             MOVE 'AHSTFILE' TO GREG-DATASET                            00443715
             MOVE 'P'        TO GREG-EXPECT                             00443715
             MOVE 'AHSTIN'   TO WS-GREG-INPUT-DD                        00443715
             PERFORM CHECK-INPUT-GENERATION-PARA                        00443715
             IF GREG-RESULT-MATCHED                                     00443715
               MOVE 1 TO WS-AHSTIN-REG                                  00443715
             END-IF                                                     00443715
                                                                        00443715
             PERFORM AHSTIN-READ-PARA                                   00443715
           END-IF                                                       00443715
                                                                        00443715
                 CLOSE AHSTIN                                           00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-AHSTIN-CNTR                                00443715
                 ADD AHSTIN-CONT-ID TO WS-AHSTIN-HASH-TOTAL             00443715
                 IF AHSTIN-SEEN-DATE NOT < WS-AHST-CUTOFF-DATE          00443715
                   MOVE 1 TO WS-AHSTIN-HELD                             00443715
                   MOVE AHSTIN-CONT-ID   TO WS-AHSTIN-HOLD-CONT-ID      00443715
           WRITE AHST-REC                                               00443715
                                                                        00443715
           ADD 1 TO WS-AHSTFILE-CNTR                                    00443715
           ADD AHST-CONT-ID TO WS-AHSTFILE-HASH-TOTAL                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
               WRITE AHST-REC                                           00443715
                                                                        00443715
               ADD 1 TO WS-AHSTFILE-CNTR                                00443715
               ADD AHST-CONT-ID TO WS-AHSTFILE-HASH-TOTAL               00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
             WRITE AHST-REC                                             00443715
                                                                        00443715
             ADD 1 TO WS-AHSTFILE-CNTR                                  00443715
             ADD AHST-CONT-ID TO WS-AHSTFILE-HASH-TOTAL                 00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
           MOVE TXN-TYPE-CODE         TO PPA-TYPE-CODE                  00443715
           MOVE ','                   TO PPA-SEPARATOR-3                00443715
           MOVE WS-CURR-CURRENT-AMOUNT TO PPA-AMOUNT                    00443715
           MOVE ','                   TO PPA-SEPARATOR-4                00443715
           MOVE WS-CURR-CURRENT-CODE  TO PPA-CURRENCY-CODE              00443715
                                                                        00443715
           WRITE PPA-REC                                                00443715
                                                                        00443715
             SEARCH WS-FEES-ENTRY                                       00443715
               AT END                                                   00443715
                 ADD 1 TO WS-FEE-NOSCHED-CNTR                           00443715
                 MOVE 'N' TO ENR-FEE-FLAG                               00443715
               WHEN WS-FEES-MCC (WS-FEES-TABIDX)                        00443715
                    = TXN-AUREQ-TX-MRCHNTCTGYCD                         00443715
                AND WS-FEES-BRAND (WS-FEES-TABIDX)                      00443715
               ADD WS-FEE-CURRENT TO WS-FEEC-AMOUNT                     00443715
               ADD WS-FEE-CURRENT TO WS-FEE-RUN-AMOUNT                  00443715
                                                                        00443715
               MOVE 'Y'            TO ENR-FEE-FLAG                      00443715
               MOVE WS-FEE-CURRENT TO ENR-FEE-AMOUNT                    00443715
                                                                        00443715
               PERFORM ACCUM-FEE-DETAIL-PARA                            00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-MERCHANT-MASTER-PARA.                                      00443715
      *    CALLED PER NON-DUPLICATE AUTHORIZATION. A MERCHANT ON THE    00443715
      *    MASTER THAT SENDS A DIFFERENT MCC FROM ITS REGISTERED ONE    00443715
      *    IS REPORTED EVERY TIME IT DOES; ONE NOT ON THE MASTER IS     00443715
      *    REPORTED ONCE A RUN. WITHOUT THE MASTER NOTHING IS CHECKED.  00443715
           IF WS-MMST-OPEN = 1                                          00443715
             MOVE TXN-AUREQ-ENV-M-ID-ID TO MMST-MERCHANT-ID             00443715
                                                                        00443715
             READ MRCHMAST                                              00443715
               INVALID KEY                                              00443715
                 CONTINUE                                               00443715
             END-READ                                                   00443715
                                                                        00443715
             IF MRCHMAST-FILE-STATUS = '00'                             00443715
               IF TXN-AUREQ-TX-MRCHNTCTGYCD NOT = MMST-MCC              00443715
                 MOVE 'MCC MISMATCH'  TO MMEX-EXCEPTION                 00443715
                 MOVE MMST-CANON-NAME TO MMEX-MERCHANT-NAME             00443715
                 MOVE MMST-MCC        TO MMEX-REGISTERED-MCC            00443715
                 MOVE MMST-STATUS     TO MMEX-MASTER-STATUS             00443715
                 PERFORM WRITE-MERCHANT-EXCEPTION-PARA                  00443715
                                                                        00443715
                 ADD 1 TO WS-MMEX-MISMATCH-CNTR                         00443715
               END-IF                                                   00443715
             ELSE                                                       00443715
               PERFORM CHECK-MERCHANT-REPORTED-PARA                     00443715
                                                                        00443715
               IF WS-MMNF-FOUND = 0                                     00443715
                 MOVE 'NOT ON MASTER' TO MMEX-EXCEPTION                 00443715
                 MOVE TXN-AUREQ-ENV-M-CMONNM                            00443715
                                      TO MMEX-MERCHANT-NAME             00443715
                 MOVE SPACES          TO MMEX-REGISTERED-MCC            00443715
                 MOVE SPACES          TO MMEX-MASTER-STATUS             00443715
                 PERFORM WRITE-MERCHANT-EXCEPTION-PARA                  00443715
                                                                        00443715
                 ADD 1 TO WS-MMEX-NOTMAST-CNTR                          00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-MERCHANT-REPORTED-PARA.                                    00443715
      *    WS-MMNF-FOUND COMES BACK 1 WHEN THIS MERCHANT HAS ALREADY    00443715
      *    BEEN REPORTED NOT ON THE MASTER THIS RUN.                    00443715
           MOVE 0 TO WS-MMNF-FOUND                                      00443715
                                                                        00443715
           SET WS-MMNF-TABIDX TO 1                                      00443715
           SEARCH WS-MMNF-ENTRY                                         00443715
             AT END                                                     00443715
               IF WS-MMNF-USED < 500                                    00443715
                 ADD 1 TO WS-MMNF-USED                                  00443715
                 SET WS-MMNF-TABIDX TO WS-MMNF-USED                     00443715
                 MOVE TXN-AUREQ-ENV-M-ID-ID                             00443715
                   TO WS-MMNF-ID (WS-MMNF-TABIDX)                       00443715
               END-IF                                                   00443715
             WHEN WS-MMNF-ID (WS-MMNF-TABIDX)                           00443715
                = TXN-AUREQ-ENV-M-ID-ID                                 00443715
               MOVE 1 TO WS-MMNF-FOUND                                  00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-MERCHANT-EXCEPTION-PARA.                                   00443715
      *    THE CALLER HAS SET THE EXCEPTION, NAME, REGISTERED MCC AND   00443715
      *    MASTER STATUS; THE REST COMES FROM THE AUTHORIZATION.        00443715
           MOVE MAIN-CONT-ID              TO MMEX-CONT-ID               00443715
           MOVE ','                       TO MMEX-SEPARATOR-1           00443715
           MOVE ','                       TO MMEX-SEPARATOR-2           00443715
           MOVE TXN-AUREQ-ENV-M-ID-ID     TO MMEX-MERCHANT-ID           00443715
           MOVE ','                       TO MMEX-SEPARATOR-3           00443715
           MOVE ','                       TO MMEX-SEPARATOR-4           00443715
           MOVE TXN-AUREQ-TX-MRCHNTCTGYCD TO MMEX-REPORTED-MCC          00443715
           MOVE ','                       TO MMEX-SEPARATOR-5           00443715
           MOVE ','                       TO MMEX-SEPARATOR-6           00443715
           MOVE ','                       TO MMEX-SEPARATOR-7           00443715
           MOVE TXN-HDR-CREDTT (1:19)     TO MMEX-CREDTT                00443715
           MOVE ','                       TO MMEX-SEPARATOR-8           00443715
           MOVE WS-CURR-CURRENT-AMOUNT    TO MMEX-AMOUNT                00443715
                                                                        00443715
           WRITE MMEX-REC                                               00443715
                                                                        00443715
           ADD 1 TO WS-MMEXFILE-CNTR                                    00443715
           ADD MMEX-CONT-ID TO WS-MMEXFILE-HASH-TOTAL                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-FEE-DETAIL-PARA.                                           00443715
                                                                        00443715
           SET WS-FEED-TABIDX TO 1                                      00443715
           SEARCH WS-FEED-ENTRY                                         00443715
             AT END                                                     00443715
               IF WS-FEED-USED < 2000                                   00443715
                 ADD 1 TO WS-FEED-USED                                  00443715
                 SET WS-FEED-TABIDX TO WS-FEED-USED                     00443715
                 MOVE TXN-AUREQ-ENV-M-ID-ID                             00443715
                   TO WS-FEED-ID (WS-FEED-TABIDX)                       00443715
                 MOVE WS-FEES-MCC (WS-FEES-TABIDX)                      00443715
                   TO WS-FEED-MCC (WS-FEED-TABIDX)                      00443715
                 MOVE WS-FEES-BRAND (WS-FEES-TABIDX)                    00443715
                   TO WS-FEED-BRAND (WS-FEED-TABIDX)                    00443715
                 MOVE WS-FEES-RATE-PCT (WS-FEES-TABIDX)                 00443715
                   TO WS-FEED-RATE-PCT (WS-FEED-TABIDX)                 00443715
                 MOVE WS-FEES-ITEM-FEE (WS-FEES-TABIDX)                 00443715
                   TO WS-FEED-ITEM-FEE (WS-FEED-TABIDX)                 00443715
                 MOVE ZEROES TO WS-FEED-CNTR (WS-FEED-TABIDX)           00443715
                 MOVE ZEROES TO WS-FEED-AMOUNT (WS-FEED-TABIDX)         00443715
                 MOVE 0 TO WS-FEED-CKPT-FLAG (WS-FEED-TABIDX)           00443715
                 ADD 1 TO WS-FEED-CNTR (WS-FEED-TABIDX)                 00443715
                 ADD WS-FEE-CURRENT                                     00443715
                   TO WS-FEED-AMOUNT (WS-FEED-TABIDX)                   00443715
                 PERFORM MARK-FEED-ROW-PARA                             00443715
               ELSE                                                     00443715
                 ADD 1 TO WS-FEED-FULL-CNTR                             00443715
               END-IF                                                   00443715
             WHEN WS-FEED-ID (WS-FEED-TABIDX)                           00443715
                = TXN-AUREQ-ENV-M-ID-ID                                 00443715
              AND WS-FEED-MCC (WS-FEED-TABIDX)                          00443715
                = WS-FEES-MCC (WS-FEES-TABIDX)                          00443715
              AND WS-FEED-BRAND (WS-FEED-TABIDX)                        00443715
                = WS-FEES-BRAND (WS-FEES-TABIDX)                        00443715
               ADD 1 TO WS-FEED-CNTR (WS-FEED-TABIDX)                   00443715
               ADD WS-FEE-CURRENT                                       00443715
                 TO WS-FEED-AMOUNT (WS-FEED-TABIDX)                     00443715
               PERFORM MARK-FEED-ROW-PARA                               00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MARK-FEED-ROW-PARA.                                              00443715
                                                                        00443715
           IF WS-FEED-CKPT-FLAG (WS-FEED-TABIDX) = 0                    00443715
             MOVE 1 TO WS-FEED-CKPT-FLAG (WS-FEED-TABIDX)               00443715
             MOVE 'FEED' TO WS-CKPT-ROW-CURRENT-TABLE                   00443715
             SET WS-CKPT-ROW-CURRENT-NUM TO WS-FEED-TABIDX              00443715
             PERFORM ADD-CHECKPOINT-ROW-PARA                            00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-FEE-DETAIL-FILE-PARA.                                      00443715
                                                                        00443715
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1                      00443715
             UNTIL WS-FEED-IDX > WS-FEED-USED                           00443715
             INITIALIZE FEED-REC                                        00443715
             MOVE WS-FEED-ID (WS-FEED-IDX)       TO FEED-MERCHANT-ID    00443715
             MOVE ','                            TO FEED-SEPARATOR-1    00443715
             MOVE WS-FEED-MCC (WS-FEED-IDX)      TO FEED-MCC            00443715
             MOVE ','                            TO FEED-SEPARATOR-2    00443715
             MOVE WS-FEED-BRAND (WS-FEED-IDX)    TO FEED-BRAND          00443715
             MOVE ','                            TO FEED-SEPARATOR-3    00443715
             MOVE WS-FEED-RATE-PCT (WS-FEED-IDX) TO FEED-RATE-PCT       00443715
             MOVE ','                            TO FEED-SEPARATOR-4    00443715
             MOVE WS-FEED-ITEM-FEE (WS-FEED-IDX) TO FEED-ITEM-FEE       00443715
             MOVE ','                            TO FEED-SEPARATOR-5    00443715
             MOVE WS-FEED-CNTR (WS-FEED-IDX)     TO FEED-TXN-CNTR       00443715
             MOVE ','                            TO FEED-SEPARATOR-6    00443715
             MOVE WS-FEED-AMOUNT (WS-FEED-IDX)   TO FEED-FEE-AMOUNT     00443715
                                                                        00443715
             WRITE FEED-REC                                             00443715
                                                                        00443715
             ADD 1 TO WS-FEEDFILE-CNTR                                  00443715
             ADD WS-FEED-CNTR (WS-FEED-IDX) TO WS-FEEDFILE-HASH-TOTAL   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-FEED-FULL-CNTR > 0                                     00443715
             DISPLAY 'FEE DETAIL TABLE FULL -- '                        00443715
                     WS-FEED-FULL-CNTR ' FEES NOT ROLLED UP'            00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-FEE-TOTALS-PARA.                                           00443715
                                                                        00443715
           IF WS-FEE-NOSCHED-CNTR > 0                                   00443715
             DISPLAY 'AUTHORIZATIONS WITH NO FEE SCHEDULE ROW = '       00443715
                     WS-FEE-NOSCHED-CNTR                                00443715
           WRITE FEEC-REC                                               00443715
                                                                        00443715
           ADD 1 TO WS-FEECFILE-CNTR                                    00443715
           ADD FEEC-CONT-ID TO WS-FEECFILE-HASH-TOTAL                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       READ-SUPPRESSIONS-PARA.                                          00443715
      *    NO SUPPRESSION FILE MEANS NOTHING IS HELD BACK -- EVERY      00443715
      *    ALERT IS RAISED AS BEFORE.                                   00443715
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
       READ-INTRADAY-ALERTS-PARA.                                       00443715
      *    NO IDALIN MEANS NO DROPS WERE SCREENED TODAY -- EVERY ALERT  00443715
      *    IS RAISED TONIGHT. ROWS FOR ANOTHER PROCESS DATE BELONG TO   00443715
      *    ANOTHER NIGHT AND ARE PASSED OVER.                           00443715
           OPEN INPUT IDALIN                                            00443715
                                                                        00443715
           IF IDALIN-FILE-STATUS NOT = '00'                             00443715
           THEN                                                         00443715
             DISPLAY 'NO INTRADAY ALERT FILE -- NONE RAISED TODAY'      00443715
           ELSE                                                         00443715
             PERFORM UNTIL WS-IDAY-EOF = 1                              00443715
               READ IDALIN                                              00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-IDAY-EOF                                00443715
                 NOT AT END                                             00443715
                   IF IDAL-PROCESS-DATE = PARM-PROCESS-DATE             00443715
                     IF WS-IDAY-USED < 2000                             00443715
                       ADD 1 TO WS-IDAY-USED                            00443715
                       MOVE IDAL-SOURCE                                 00443715
                         TO WS-IDAY-SOURCE (WS-IDAY-USED)               00443715
                       MOVE IDAL-CONT-ID                                00443715
                         TO WS-IDAY-CONT-ID (WS-IDAY-USED)              00443715
                       MOVE IDAL-TYPE-CODE                              00443715
                         TO WS-IDAY-TYPE (WS-IDAY-USED)                 00443715
                       MOVE IDAL-CREDTT                                 00443715
                         TO WS-IDAY-CREDTT (WS-IDAY-USED)               00443715
                       MOVE IDAL-MERCHANT-ID                            00443715
                         TO WS-IDAY-MERCHANT (WS-IDAY-USED)             00443715
                       COMPUTE WS-IDAY-AMOUNT (WS-IDAY-USED) =          00443715
                         FUNCTION ABS (FUNCTION NUMVAL (IDAL-AMOUNT))   00443715
                       MOVE IDAL-LIST-TYPE                              00443715
                         TO WS-IDAY-LIST-TYPE (WS-IDAY-USED)            00443715
                       MOVE IDAL-LIST-KEY                               00443715
                         TO WS-IDAY-LIST-KEY (WS-IDAY-USED)             00443715
                     ELSE                                               00443715
                       DISPLAY 'INTRADAY ALERT TABLE FULL -- '          00443715
                               IDAL-CONT-ID ' ' IDAL-SOURCE             00443715
                               ' WILL BE RAISED AGAIN'                  00443715
                     END-IF                                             00443715
                   END-IF                                               00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
                                                                        00443715
             CLOSE IDALIN                                               00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'INTRADAY ALERTS LOADED = ' WS-IDAY-USED             00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-INTRADAY-ALERT-PARA.                                       00443715
      *    A VELOCITY ALERT IS ONE PER CUSTOMER PER DAY, SO THE CONTRACT00443715
      *    ALONE MATCHES IT. A WATCH OR HIGH-VALUE ALERT MATCHES ON THE 00443715
      *    TRANSACTION THAT RAISED IT AND, FOR A WATCH HIT, THE LIST ROW00443715
      *    THAT FIRED.                                                  00443715
           MOVE 0 TO WS-IDAY-HIT                                        00443715
                                                                        00443715
           PERFORM VARYING WS-IDAY-IDX FROM 1 BY 1                      00443715
             UNTIL WS-IDAY-IDX > WS-IDAY-USED                           00443715
                OR WS-IDAY-HIT = 1                                      00443715
             IF WS-IDAY-SOURCE (WS-IDAY-IDX) = WS-IDAY-CHECK-SOURCE     00443715
                AND WS-IDAY-CONT-ID (WS-IDAY-IDX)                       00443715
                    = WS-IDAY-CHECK-CONT-ID                             00443715
               IF WS-IDAY-CHECK-SOURCE = 'VELOCITY'                     00443715
                 MOVE 1 TO WS-IDAY-HIT                                  00443715
               ELSE                                                     00443715
                 IF WS-IDAY-TYPE (WS-IDAY-IDX) = WS-IDAY-CHECK-TYPE     00443715
                    AND WS-IDAY-CREDTT (WS-IDAY-IDX)                    00443715
                        = WS-IDAY-CHECK-CREDTT                          00443715
                    AND WS-IDAY-MERCHANT (WS-IDAY-IDX)                  00443715
                        = WS-IDAY-CHECK-MERCHANT                        00443715
                    AND WS-IDAY-AMOUNT (WS-IDAY-IDX)                    00443715
                        = WS-IDAY-CHECK-AMOUNT                          00443715
                    AND WS-IDAY-LIST-TYPE (WS-IDAY-IDX)                 00443715
                        = WS-IDAY-CHECK-LIST-TYPE                       00443715
                    AND WS-IDAY-LIST-KEY (WS-IDAY-IDX)                  00443715
                        = WS-IDAY-CHECK-LIST-KEY                        00443715
                   MOVE 1 TO WS-IDAY-HIT                                00443715
                 END-IF                                                 00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       SET-INTRADAY-CHECK-PARA.                                         00443715
      *    THE TRANSACTION SIDE OF THE MATCH KEY, FILLED THE WAY        00443715
      *    MASTRNID FILLS IT ON IDALFILE.                               00443715
           INITIALIZE WS-IDAY-CHECK                                     00443715
                                                                        00443715
           MOVE MAIN-CONT-ID           TO WS-IDAY-CHECK-CONT-ID         00443715
           MOVE TXN-TYPE-CODE          TO WS-IDAY-CHECK-TYPE            00443715
           MOVE TXN-HDR-CREDTT (1:19)  TO WS-IDAY-CHECK-CREDTT          00443715
           EVALUATE TRUE                                                00443715
             WHEN TXN-TYPE-REFUND                                       00443715
               MOVE RFD-MERCHANT-ID    TO WS-IDAY-CHECK-MERCHANT        00443715
             WHEN TXN-TYPE-CHARGEBACK                                   00443715
               MOVE CBK-MERCHANT-ID    TO WS-IDAY-CHECK-MERCHANT        00443715
             WHEN TXN-TYPE-REVERSAL                                     00443715
               MOVE RVS-MERCHANT-ID    TO WS-IDAY-CHECK-MERCHANT        00443715
             WHEN OTHER                                                 00443715
               MOVE TXN-AUREQ-ENV-M-ID-ID TO WS-IDAY-CHECK-MERCHANT     00443715
           END-EVALUATE                                                 00443715
           MOVE FUNCTION ABS (WS-CURR-CURRENT-AMOUNT)                   00443715
             TO WS-IDAY-CHECK-AMOUNT                                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       SCREEN-WATCH-LIST-PARA.                                          00443715
      *    RUN PER NON-DUPLICATE AUTHORIZATION, AFTER THE CARD          00443715
      *    ROLLUP HAS ISOLATED THE MASKED LAST-4. A MERCHANT ENTRY      00443715
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
             IF ENR-WATCH-FLAG NOT = 'Y'                                00443715
               MOVE 'S' TO ENR-WATCH-FLAG                               00443715
             END-IF                                                     00443715
           ELSE                                                         00443715
             PERFORM SET-INTRADAY-CHECK-PARA                            00443715
             MOVE 'WATCH'              TO WS-IDAY-CHECK-SOURCE          00443715
             MOVE WS-WTCH-TYPE (WS-WTCH-IDX)                            00443715
               TO WS-IDAY-CHECK-LIST-TYPE                               00443715
             IF WS-WTCH-TYPE (WS-WTCH-IDX) = 'CARD'                     00443715
               MOVE WS-WTCH-KEY-2 (WS-WTCH-IDX)                         00443715
                 TO WS-IDAY-CHECK-LIST-KEY                              00443715
             ELSE                                                       00443715
               MOVE WS-WTCH-KEY-1 (WS-WTCH-IDX)                         00443715
                 TO WS-IDAY-CHECK-LIST-KEY                              00443715
             END-IF                                                     00443715
             PERFORM CHECK-INTRADAY-ALERT-PARA                          00443715
             IF WS-IDAY-HIT = 1                                         00443715
               ADD 1 TO WS-IDAY-RAISED-CNTR                             00443715
             ELSE                                                       00443715
               PERFORM WRITE-WATCH-HIT-PARA                             00443715
             END-IF                                                     00443715
             MOVE 'Y' TO ENR-WATCH-FLAG                                 00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-WATCH-HIT-PARA.                                            00443715
                                                                        00443715
           INITIALIZE WHIT-REC                                          00443715
                 AT END                                                  00443715
                   CONTINUE                                              00443715
                 NOT AT END                                              00443715
                   ADD 1 TO WS-CKPT-READ-CNTR                           00443715
                   IF CKPT-ROW-IS-TABLE-ROW                             00443715
                     CONTINUE                                           00443715
                   ELSE                                                 00443715
                     MOVE WS-CKPT-READ-CNTR TO WS-CKPT-COMMIT-CNTR      00443715
                     MOVE 1              TO WS-RESTART-MODE             00443715
                     MOVE CKPT-LAST-CONT-ID TO WS-CKPT-LAST-CONT-ID     00443715
                     MOVE CKPT-CUSTMAST-CNTR TO WS-CUSTMAST-CNTR        00443715
                     MOVE CKPT-TRANFILE-CNTR TO WS-TRANFILE-CNTR        00443715
                     MOVE CKPT-OUTFILE-CNTR  TO WS-OUTFILE-CNTR         00443715
                     MOVE CKPT-NOACT-CNTR    TO WS-NOACT-CNTR           00443715
                     MOVE CKPT-SUSPFILE-CNTR TO WS-SUSPFILE-CNTR        00443715
                     MOVE CKPT-CHURN-CNTR    TO WS-CHURN-CNTR           00443715
                     MOVE CKPT-CURRFILE-CNTR TO WS-CURRFILE-CNTR        00443715
                     MOVE CKPT-FRAUDFILE-CNTR TO WS-FRAUDFILE-CNTR      00443715
                     MOVE CKPT-DECLFILE-CNTR TO WS-DECLFILE-CNTR        00443715
                     MOVE CKPT-GEOFILE-CNTR  TO WS-GEOFILE-CNTR         00443715
                     MOVE CKPT-WINFILE-CNTR  TO WS-WINFILE-CNTR         00443715
                     MOVE CKPT-AGEXFILE-CNTR TO WS-AGEXFILE-CNTR        00443715
                     MOVE CKPT-HIVALFILE-CNTR TO WS-HIVALFILE-CNTR      00443715
                     MOVE CKPT-DUPFILE-CNTR  TO WS-DUPFILE-CNTR         00443715
                     MOVE CKPT-OVFLFILE-CNTR TO WS-OVFLFILE-CNTR        00443715
                     MOVE CKPT-OUTFILE-HASH  TO WS-OUTFILE-HASH-TOTAL   00443715
                     MOVE CKPT-SUSPFILE-HASH TO WS-SUSPFILE-HASH-TOTAL  00443715
                     MOVE CKPT-AHSTFILE-CNTR TO WS-AHSTFILE-CNTR        00443715
                     MOVE CKPT-AHSTFILE-HASH TO WS-AHSTFILE-HASH-TOTAL  00443715
                     MOVE CKPT-ENRFILE-CNTR  TO WS-ENRFILE-CNTR         00443715
                     MOVE CKPT-ENRFILE-CNTR  TO WS-ENR-SEQ              00443715
                     MOVE CKPT-ENRFILE-HASH  TO WS-ENRFILE-HASH-TOTAL   00443715
                     MOVE CKPT-FEE-RUN-CNTR  TO WS-FEE-RUN-CNTR         00443715
                     MOVE CKPT-FEE-RUN-AMOUNT TO WS-FEE-RUN-AMOUNT      00443715
                     MOVE CKPT-FEE-NOSCHED-CNTR                         00443715
                       TO WS-FEE-NOSCHED-CNTR                           00443715
                     MOVE CKPT-FEED-FULL-CNTR TO WS-FEED-FULL-CNTR      00443715
                     MOVE CKPT-GLSM-USED     TO WS-GLSM-USED            00443715
                     MOVE CKPT-RSTX-USED     TO WS-RSTX-USED            00443715
                     MOVE CKPT-FEED-USED     TO WS-FEED-USED            00443715
                     MOVE CKPT-PNTXFILE-CNTR TO WS-PNTXFILE-CNTR        00443715
                     MOVE CKPT-PNTXFILE-HASH TO WS-PNTXFILE-HASH-TOTAL  00443715
                     MOVE CKPT-BASEFILE-CNTR TO WS-BASEFILE-CNTR        00443715
                     MOVE CKPT-BASEFILE-HASH TO WS-BASEFILE-HASH-TOTAL  00443715
                     MOVE CKPT-FEECFILE-CNTR TO WS-FEECFILE-CNTR        00443715
                     MOVE CKPT-FEECFILE-HASH TO WS-FEECFILE-HASH-TOTAL  00443715
                     MOVE CKPT-BALXFILE-CNTR TO WS-BALXFILE-CNTR        00443715
                     MOVE CKPT-BALXFILE-HASH TO WS-BALXFILE-HASH-TOTAL  00443715
                     MOVE CKPT-STRXFILE-CNTR TO WS-STRXFILE-CNTR        00443715
                     MOVE CKPT-STRXFILE-HASH TO WS-STRXFILE-HASH-TOTAL  00443715
                     MOVE CKPT-GEOVFILE-CNTR TO WS-GEOVFILE-CNTR        00443715
                     MOVE CKPT-GEOVFILE-HASH TO WS-GEOVFILE-HASH-TOTAL  00443715
                     MOVE CKPT-MMEXFILE-CNTR TO WS-MMEXFILE-CNTR        00443715
                     MOVE CKPT-MMEXFILE-HASH TO WS-MMEXFILE-HASH-TOTAL  00443715
                   END-IF                                               00443715
               END-READ                                                  00443715
             END-PERFORM                                                 00443715

             CLOSE CKPTFILE                                              00443715

             IF WS-RESTART-MODE = 1                                     00443715
             THEN                                                       00443715
               DISPLAY 'RESTARTING AFTER CONT-ID ' WS-CKPT-LAST-CONT-ID 00443715
               PERFORM LOAD-CHECKPOINT-ROWS-PARA                        00443715
             END-IF                                                     00443715
           END-IF                                                        00443715

           CONTINUE.                                                    00443715
                                                                        00443715
       LOAD-CHECKPOINT-ROWS-PARA.                                       00443715
      *    SECOND PASS OVER CKPTFILE -- REBUILD THE GLSM, RSTX AND FEED 00443715
      *    TABLES FROM THE ROW RECORDS UP TO THE LAST COUNTER RECORD,   00443715
      *    THE LATEST ROW FOR AN ENTRY WINNING. EVERY ENTRY THE COUNTER 00443715
      *    RECORD SAYS WAS IN USE MUST COME BACK, OR THE SUMMARIES      00443715
      *    WOULD BE SHORT AND NO LONGER TIE TO BASEFILE AND FEECFILE -- 00443715
      *    SUCH A RUN HAS TO START AGAIN FROM THE TOP.                  00443715
           PERFORM VARYING WS-CKPT-ROW-IDX FROM 1 BY 1                  00443715
             UNTIL WS-CKPT-ROW-IDX > WS-GLSM-USED                       00443715
             MOVE 0 TO WS-GLSM-CKPT-FLAG (WS-CKPT-ROW-IDX)              00443715
           END-PERFORM                                                  00443715
           PERFORM VARYING WS-CKPT-ROW-IDX FROM 1 BY 1                  00443715
             UNTIL WS-CKPT-ROW-IDX > WS-RSTX-USED                       00443715
             MOVE 0 TO WS-RSTX-CKPT-FLAG (WS-CKPT-ROW-IDX)              00443715
           END-PERFORM                                                  00443715
           PERFORM VARYING WS-CKPT-ROW-IDX FROM 1 BY 1                  00443715
             UNTIL WS-CKPT-ROW-IDX > WS-FEED-USED                       00443715
             MOVE 0 TO WS-FEED-CKPT-FLAG (WS-CKPT-ROW-IDX)              00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           MOVE ZEROES TO WS-CKPT-READ-CNTR                             00443715
                                                                        00443715
           OPEN INPUT CKPTFILE                                          00443715
                                                                        00443715
           PERFORM UNTIL CKPTFILE-FILE-STATUS NOT = '00'                00443715
                      OR WS-CKPT-READ-CNTR = WS-CKPT-COMMIT-CNTR        00443715
             READ CKPTFILE                                              00443715
               AT END                                                   00443715
                 CONTINUE                                               00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-CKPT-READ-CNTR                             00443715
                 IF CKPT-ROW-IS-TABLE-ROW                               00443715
                   PERFORM LOAD-CHECKPOINT-ROW-PARA                     00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CLOSE CKPTFILE                                               00443715
                                                                        00443715
           MOVE ZEROES TO WS-CKPT-ROW-MISSING                           00443715
                                                                        00443715
           PERFORM VARYING WS-CKPT-ROW-IDX FROM 1 BY 1                  00443715
             UNTIL WS-CKPT-ROW-IDX > WS-GLSM-USED                       00443715
             IF WS-GLSM-CKPT-FLAG (WS-CKPT-ROW-IDX) = 0                 00443715
               ADD 1 TO WS-CKPT-ROW-MISSING                             00443715
             END-IF                                                     00443715
             MOVE 0 TO WS-GLSM-CKPT-FLAG (WS-CKPT-ROW-IDX)              00443715
           END-PERFORM                                                  00443715
           PERFORM VARYING WS-CKPT-ROW-IDX FROM 1 BY 1                  00443715
             UNTIL WS-CKPT-ROW-IDX > WS-RSTX-USED                       00443715
             IF WS-RSTX-CKPT-FLAG (WS-CKPT-ROW-IDX) = 0                 00443715
               ADD 1 TO WS-CKPT-ROW-MISSING                             00443715
             END-IF                                                     00443715
             MOVE 0 TO WS-RSTX-CKPT-FLAG (WS-CKPT-ROW-IDX)              00443715
           END-PERFORM                                                  00443715
           PERFORM VARYING WS-CKPT-ROW-IDX FROM 1 BY 1                  00443715
             UNTIL WS-CKPT-ROW-IDX > WS-FEED-USED                       00443715
             IF WS-FEED-CKPT-FLAG (WS-CKPT-ROW-IDX) = 0                 00443715
               ADD 1 TO WS-CKPT-ROW-MISSING                             00443715
             END-IF                                                     00443715
             MOVE 0 TO WS-FEED-CKPT-FLAG (WS-CKPT-ROW-IDX)              00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-CKPT-ROW-MISSING > 0                                   00443715
             DISPLAY 'CHECKPOINT SUMMARY ROWS MISSING = '               00443715
                     WS-CKPT-ROW-MISSING                                00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'CHECKPOINT SUMMARY ROWS MISSING' TO WS-FAIL-REASON   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
      *    THIS RUN'S CKPTFILE STARTS EMPTY, SO ITS FIRST CHECKPOINT    00443715
      *    HAS TO CARRY EVERY ROW JUST RESTORED.                        00443715
           MOVE 1 TO WS-CKPT-ROW-ALL                                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOAD-CHECKPOINT-ROW-PARA.                                        00443715
                                                                        00443715
           EVALUATE CKPT-ROW-TABLE                                      00443715
             WHEN 'GLSM'                                                00443715
               IF CKPT-ROW-NUM > 0 AND CKPT-ROW-NUM NOT > WS-GLSM-USED  00443715
                 MOVE CKPT-ROW-IMAGE TO WS-GLSM-ENTRY (CKPT-ROW-NUM)    00443715
                 MOVE 1 TO WS-GLSM-CKPT-FLAG (CKPT-ROW-NUM)             00443715
               END-IF                                                   00443715
             WHEN 'RSTX'                                                00443715
               IF CKPT-ROW-NUM > 0 AND CKPT-ROW-NUM NOT > WS-RSTX-USED  00443715
                 MOVE CKPT-ROW-IMAGE TO WS-RSTX-ENTRY (CKPT-ROW-NUM)    00443715
                 MOVE 1 TO WS-RSTX-CKPT-FLAG (CKPT-ROW-NUM)             00443715
               END-IF                                                   00443715
             WHEN 'FEED'                                                00443715
               IF CKPT-ROW-NUM > 0 AND CKPT-ROW-NUM NOT > WS-FEED-USED  00443715
                 MOVE CKPT-ROW-IMAGE TO WS-FEED-ENTRY (CKPT-ROW-NUM)    00443715
                 MOVE 1 TO WS-FEED-CKPT-FLAG (CKPT-ROW-NUM)             00443715
               END-IF                                                   00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715

       SKIP-TO-CHECKPOINT-PARA.                                         00440013
               EVALUATE TRUE                                            00443715
                 WHEN TXN-TYPE-AUTHORIZATION                            00443715
                   PERFORM CHECK-DUPLICATE-TRAN-PARA                    00443715
                   PERFORM START-ENRICHED-TRAN-PARA                     00443715
                                                                        00443715
                   IF WS-TRAN-DUPLICATE = 1                             00443715
                     PERFORM WRITE-DUPLICATE-FILE                       00443715
                     MOVE 'Y' TO ENR-DUPLICATE-FLAG                     00443715
                     PERFORM WRITE-ENRICHED-TRAN-PARA                   00443715
                   ELSE                                                 00443715
                     ADD 1 TO WS-TOTAL-TXNS                             00443715
                                                                        00443715
                     MOVE TXN-CURRENCY-CODE TO WS-CURR-CURRENT-CODE     00443715
                     COMPUTE WS-CURR-CURRENT-AMOUNT = FUNCTION NUMVAL   00443715
                       (TXN-AUREQ-TX-DT-TTLAMT)                         00443715
                     MOVE TXN-AUREQ-ENV-C-CARDBRND                      00443715
                       TO WS-RSTX-CURRENT-BRAND                         00443715
                     MOVE TXN-AUREQ-TX-MRCHNTCTGYCD                     00443715
                       TO WS-RSTX-CURRENT-MCC                           00443715
                     MOVE TXN-HDR-CREDTT TO WS-RSTX-CURRENT-CREDTT      00443715
                     IF AUTHORRESULT-RSPNT = 'APPROVED'                 00443715
                       MOVE 0 TO WS-RSTX-CURRENT-DECL                   00443715
                     ELSE                                               00443715
                       MOVE 1 TO WS-RSTX-CURRENT-DECL                   00443715
                     END-IF                                             00443715
                     IF FRAUD-VER-RESULT = SPACES OR 'NONE'             00443715
                       MOVE 0 TO WS-RSTX-CURRENT-FRAUD                  00443715
                     ELSE                                               00443715
                       MOVE 1 TO WS-RSTX-CURRENT-FRAUD                  00443715
                     END-IF                                             00443715
                     PERFORM ACCUM-CURRENCY-SUBTOTAL-PARA               00443715
                     PERFORM PRICE-ENRICHED-TRAN-PARA                   00443715
      *              ONLY AN APPROVED AUTHORIZATION EARNS POINTS.       00443715
                     IF AUTHORRESULT-RSPNT = 'APPROVED'                 00443715
                       MOVE 'AU' TO WS-PNTX-CURRENT-TYPE                00443715
                       MOVE TXN-AUREQ-ENV-A-ID-ID                       00443715
                         TO WS-PNTX-CURRENT-REF                         00443715
                       MOVE TXN-AUREQ-TX-MRCHNTCTGYCD                   00443715
                         TO WS-PNTX-CURRENT-MCC                         00443715
                       MOVE TXN-AUREQ-ENV-M-ID-ID                       00443715
                         TO WS-PNTX-CURRENT-MERCH                       00443715
                       PERFORM WRITE-POINTS-EXTRACT-PARA                00443715
                     END-IF                                             00443715
                                                                        00443715
                     PERFORM COMPUTE-FEE-PARA                           00443715
                     PERFORM CHECK-MERCHANT-MASTER-PARA                 00443715
                                                                        00443715
                     MOVE FRAUD-VER-RESULT TO WS-FRAUD-CURRENT-RESULT   00443715
                     MOVE TXN-AUREQ-TX-MRCHNTCTGYCD                     00443715
                     PERFORM ADD-AUTH-REF-PARA                          00443715
                                                                        00443715
                     PERFORM TRACK-VELOCITY-PARA                        00443715
                     PERFORM CHECK-GEO-VELOCITY-PARA                    00443715
                                                                        00443715
                     MOVE TXN-AUREQ-ENV-M-ID-ID                         00443715
                       TO WS-MRCH-CURRENT-ID                            00443715
                     PERFORM ACCUM-MERCHANT-SUBTOTAL-PARA               00443715
                                                                        00443715
                     MOVE TXN-AUREQ-ENV-C-CARDBRND                      00443715
                       TO WS-CARD-CURRENT-BRAND                         00443715
                     PERFORM ACCUM-CARD-SUBTOTAL-PARA                   00443715
                     MOVE WS-CARD-CURRENT-LAST4 TO ENR-PAN-LAST4        00443715
                                                                        00443715
                     MOVE 'N' TO ENR-WATCH-FLAG                         00443715
                     PERFORM SCREEN-WATCH-LIST-PARA                     00443715
                                                                        00443715
                     MOVE TXN-HDR-CREDTT TO WS-WINDOW-CURRENT-CREDTT    00443715
                     PERFORM ACCUM-WINDOW-PARA                          00443715
                     PERFORM CHECK-HIVAL-PARA                           00443715
                     PERFORM CHECK-STRUCTURING-PARA                     00443715
                                                                        00443715
                     PERFORM CHECK-AGE-EXCEPTION-PARA                   00443715
                                                                        00443715
                     PERFORM WRITE-ENRICHED-TRAN-PARA                   00443715
                   END-IF                                               00443715
                 WHEN TXN-TYPE-REFUND                                    00443615
                   PERFORM START-ENRICHED-TRAN-PARA                     00443715
                   ADD 1 TO WS-TOTAL-TXNS                               00443615
                                                                        00443715
                   COMPUTE WS-TOTAL-TXN-AMOUNT = WS-TOTAL-TXN-AMOUNT    00443715
                   MOVE RFD-CURRENCY-CODE TO WS-CURR-CURRENT-CODE         00443715
                   COMPUTE WS-CURR-CURRENT-AMOUNT =                      00443715
                     - FUNCTION NUMVAL (RFD-AMOUNT)                       00443715
                   MOVE RFD-CARD-BRAND    TO WS-RSTX-CURRENT-BRAND      00443715
                   MOVE RFD-MRCHNTCTGYCD  TO WS-RSTX-CURRENT-MCC        00443715
                   MOVE RFD-HDR-CREDTT    TO WS-RSTX-CURRENT-CREDTT     00443715
                   MOVE 0                 TO WS-RSTX-CURRENT-DECL       00443715
                   MOVE 0                 TO WS-RSTX-CURRENT-FRAUD      00443715
                   PERFORM ACCUM-CURRENCY-SUBTOTAL-PARA                   00443715
                   PERFORM PRICE-ENRICHED-TRAN-PARA                     00443715
                   MOVE 'RF'             TO WS-PNTX-CURRENT-TYPE        00443715
                   MOVE RFD-ORIG-TXN-REF TO WS-PNTX-CURRENT-REF         00443715
                   MOVE RFD-MRCHNTCTGYCD TO WS-PNTX-CURRENT-MCC         00443715
                   MOVE RFD-MERCHANT-ID  TO WS-PNTX-CURRENT-MERCH       00443715
                   PERFORM WRITE-POINTS-EXTRACT-PARA                    00443715

                   MOVE 'RF'            TO WS-NEG-TYPE-CURR             00443715
                   MOVE RFD-ORIG-TXN-REF TO WS-NEG-REF-CURR             00443715
                   PERFORM ACCUM-WINDOW-PARA                              00443715
                   PERFORM CHECK-HIVAL-PARA                               00443715
                 WHEN TXN-TYPE-CHARGEBACK                                00443615
                   PERFORM START-ENRICHED-TRAN-PARA                     00443715
                   ADD 1 TO WS-TOTAL-TXNS                               00443615
                                                                        00443715
                   COMPUTE WS-TOTAL-TXN-AMOUNT = WS-TOTAL-TXN-AMOUNT    00443715
                   MOVE CBK-CURRENCY-CODE TO WS-CURR-CURRENT-CODE       00443715
                   COMPUTE WS-CURR-CURRENT-AMOUNT =                     00443715
                     - FUNCTION NUMVAL (CBK-AMOUNT)                     00443715
                   MOVE CBK-CARD-BRAND    TO WS-RSTX-CURRENT-BRAND      00443715
                   MOVE SPACES            TO WS-RSTX-CURRENT-MCC        00443715
                   MOVE CBK-HDR-CREDTT    TO WS-RSTX-CURRENT-CREDTT     00443715
                   MOVE 0                 TO WS-RSTX-CURRENT-DECL       00443715
                   MOVE 0                 TO WS-RSTX-CURRENT-FRAUD      00443715
                   PERFORM ACCUM-CURRENCY-SUBTOTAL-PARA                 00443715
                   PERFORM PRICE-ENRICHED-TRAN-PARA                     00443715
                   MOVE 'CB'             TO WS-PNTX-CURRENT-TYPE        00443715
                   MOVE CBK-ORIG-TXN-REF TO WS-PNTX-CURRENT-REF         00443715
                   MOVE SPACES           TO WS-PNTX-CURRENT-MCC         00443715
                   MOVE CBK-MERCHANT-ID  TO WS-PNTX-CURRENT-MERCH       00443715
                   PERFORM WRITE-POINTS-EXTRACT-PARA                    00443715
                                                                        00443715
                   MOVE CBK-MERCHANT-ID TO WS-MRCH-CURRENT-ID           00443715
                   PERFORM ACCUM-MERCHANT-SUBTOTAL-PARA                 00443715
                                                                        00443715
                   MOVE 'CB'            TO WS-NEG-TYPE-CURR             00443715
                   PERFORM ACCUM-WINDOW-PARA                              00443715
                   PERFORM CHECK-HIVAL-PARA                               00443715
                 WHEN TXN-TYPE-REVERSAL                                  00443615
                   PERFORM START-ENRICHED-TRAN-PARA                     00443715
                   ADD 1 TO WS-TOTAL-TXNS                               00443615
                                                                        00443715
                   COMPUTE WS-TOTAL-TXN-AMOUNT = WS-TOTAL-TXN-AMOUNT    00443715
                   MOVE RVS-CURRENCY-CODE TO WS-CURR-CURRENT-CODE         00443715
                   COMPUTE WS-CURR-CURRENT-AMOUNT =                      00443715
                     - FUNCTION NUMVAL (RVS-AMOUNT)                       00443715
                   MOVE RVS-CARD-BRAND    TO WS-RSTX-CURRENT-BRAND      00443715
                   MOVE SPACES            TO WS-RSTX-CURRENT-MCC        00443715
                   MOVE RVS-HDR-CREDTT    TO WS-RSTX-CURRENT-CREDTT     00443715
                   MOVE 0                 TO WS-RSTX-CURRENT-DECL       00443715
                   MOVE 0                 TO WS-RSTX-CURRENT-FRAUD      00443715
                   PERFORM ACCUM-CURRENCY-SUBTOTAL-PARA                   00443715
                   PERFORM PRICE-ENRICHED-TRAN-PARA                     00443715
                   MOVE 'RV'             TO WS-PNTX-CURRENT-TYPE        00443715
                   MOVE RVS-ORIG-TXN-REF TO WS-PNTX-CURRENT-REF         00443715
                   MOVE SPACES           TO WS-PNTX-CURRENT-MCC         00443715
                   MOVE RVS-MERCHANT-ID  TO WS-PNTX-CURRENT-MERCH       00443715
                   PERFORM WRITE-POINTS-EXTRACT-PARA                    00443715

                   MOVE 'RV'            TO WS-NEG-TYPE-CURR             00443715
                   MOVE RVS-ORIG-TXN-REF TO WS-NEG-REF-CURR             00443715
                 PERFORM WRITE-NOACT-FILE                               00443715
               END-IF                                                   00443715
               PERFORM MATCH-ORIG-TXN-PARA                              00443715
               PERFORM WRITE-BALANCE-EXTRACT-PARA                       00443715
      *        IN DELTA MODE A CUSTOMER WITH NO ACTIVITY IS NOT         00443715
      *        RE-COPIED TO OUTFILE -- MASTRAND'S INCREMENTAL MERGE     00443715
      *        LEAVES THEIR CLIENT_JOIN2 ROW AS IT STANDS.              00443715
               PERFORM WRITE-NOACT-FILE                                 00443715
             END-IF                                                     00443715
             PERFORM MATCH-ORIG-TXN-PARA                                00443715
             PERFORM WRITE-BALANCE-EXTRACT-PARA                         00443715
             IF PARM-DELTA-MODE = 'Y' AND WS-TOTAL-TXNS = 0             00443715
               CONTINUE                                                 00443715
             ELSE                                                       00443715
           MOVE ZEROES TO WS-AHST-USED                                  00443715
           MOVE ZEROES TO WS-VEL-USED                                   00443715
           MOVE 0      TO WS-VEL-ALERTED                                00443715
           MOVE 0      TO WS-GEOV-PREV-LOCATED                          00443715
           MOVE ZEROES TO WS-NEG-USED                                   00443715
           MOVE ZEROES TO WS-DCAT-USED                                  00443715
           MOVE ZEROES TO WS-CARD-USED                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-RATE-FOUND = 1                                         00443715
             COMPUTE WS-GLSM-CURRENT-BASE =                             00443715
               WS-CURR-CURRENT-AMOUNT                                   00443715
               * WS-RATE-VALUE (WS-RATE-TABIDX)                         00443715
             ADD WS-GLSM-CURRENT-BASE TO WS-BASE-TXN-AMOUNT             00443715
             IF WS-GLSM-CURRENT-BASE < 0                                00443715
               SUBTRACT WS-GLSM-CURRENT-BASE FROM WS-BASE-CREDIT-AMOUNT 00443715
             ELSE                                                       00443715
               ADD WS-GLSM-CURRENT-BASE TO WS-BASE-DEBIT-AMOUNT         00443715
             END-IF                                                     00443715
           ELSE                                                         00443715
             PERFORM WRITE-UNPRICED-FILE                                00443715
             MOVE ZEROES TO WS-GLSM-CURRENT-BASE                        00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM ACCUM-GL-SUMMARY-PARA                                00443715
           PERFORM ACCUM-REG-STATS-PARA                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-UNPRICED-FILE.                                             00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-GL-SUMMARY-PARA.                                           00443715
      *    AN AUTHORIZATION ARRIVES WITH A BLANK TYPE CODE ON THE       00443715
      *    ORIGINAL FEED -- IT IS SUMMARIZED UNDER AU SO THE CHART OF   00443715
      *    ACCOUNTS NEVER NEEDS A BLANK KEY.                            00443715
           IF TXN-TYPE-CODE = SPACES                                    00443715
             MOVE 'AU'          TO WS-GLSM-CURRENT-TYPE                 00443715
           ELSE                                                         00443715
             MOVE TXN-TYPE-CODE TO WS-GLSM-CURRENT-TYPE                 00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 0 TO WS-ACCUM-SKIP                                      00443715
                                                                        00443715
           SET WS-GLSM-TABIDX TO 1                                      00443715
           SEARCH WS-GLSM-ENTRY                                         00443715
             AT END                                                     00443715
               IF WS-GLSM-USED < 200                                    00443715
                 ADD 1 TO WS-GLSM-USED                                  00443715
                 SET WS-GLSM-TABIDX TO WS-GLSM-USED                     00443715
                 MOVE WS-GLSM-CURRENT-TYPE                              00443715
                   TO WS-GLSM-TYPE (WS-GLSM-TABIDX)                     00443715
                 MOVE WS-CUR-CUST-INST                                  00443715
                   TO WS-GLSM-INST (WS-GLSM-TABIDX)                     00443715
                 MOVE WS-CURR-CURRENT-CODE                              00443715
                   TO WS-GLSM-CURR (WS-GLSM-TABIDX)                     00443715
                 MOVE ZEROES TO WS-GLSM-CNTR (WS-GLSM-TABIDX)           00443715
                 MOVE ZEROES TO WS-GLSM-AMOUNT (WS-GLSM-TABIDX)         00443715
                 MOVE ZEROES TO WS-GLSM-BASE (WS-GLSM-TABIDX)           00443715
                 MOVE ZEROES TO WS-GLSM-UNPR-CNTR (WS-GLSM-TABIDX)      00443715
                 MOVE ZEROES TO WS-GLSM-UNPR-AMOUNT (WS-GLSM-TABIDX)    00443715
                 MOVE 0 TO WS-GLSM-CKPT-FLAG (WS-GLSM-TABIDX)           00443715
               ELSE                                                     00443715
                 MOVE 'GLSUM' TO WS-OVFL-CURRENT-DIM                    00443715
                 MOVE WS-CURR-CURRENT-CODE TO WS-OVFL-CURRENT-KEY       00443715
                 PERFORM WRITE-OVERFLOW-FILE                            00443715
                 MOVE 1 TO WS-ACCUM-SKIP                                00443715
               END-IF                                                   00443715
             WHEN WS-GLSM-TYPE (WS-GLSM-TABIDX) = WS-GLSM-CURRENT-TYPE  00443715
              AND WS-GLSM-INST (WS-GLSM-TABIDX) = WS-CUR-CUST-INST      00443715
              AND WS-GLSM-CURR (WS-GLSM-TABIDX) = WS-CURR-CURRENT-CODE  00443715
               CONTINUE                                                 00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           IF WS-ACCUM-SKIP = 0                                         00443715
             IF WS-RATE-FOUND = 1                                       00443715
               ADD 1 TO WS-GLSM-CNTR (WS-GLSM-TABIDX)                   00443715
               ADD WS-CURR-CURRENT-AMOUNT                               00443715
                 TO WS-GLSM-AMOUNT (WS-GLSM-TABIDX)                     00443715
               ADD WS-GLSM-CURRENT-BASE                                 00443715
                 TO WS-GLSM-BASE (WS-GLSM-TABIDX)                       00443715
             ELSE                                                       00443715
               ADD 1 TO WS-GLSM-UNPR-CNTR (WS-GLSM-TABIDX)              00443715
               ADD WS-CURR-CURRENT-AMOUNT                               00443715
                 TO WS-GLSM-UNPR-AMOUNT (WS-GLSM-TABIDX)                00443715
             END-IF                                                     00443715
                                                                        00443715
             IF WS-GLSM-CKPT-FLAG (WS-GLSM-TABIDX) = 0                  00443715
               MOVE 1 TO WS-GLSM-CKPT-FLAG (WS-GLSM-TABIDX)             00443715
               MOVE 'GLSM' TO WS-CKPT-ROW-CURRENT-TABLE                 00443715
               SET WS-CKPT-ROW-CURRENT-NUM TO WS-GLSM-TABIDX            00443715
               PERFORM ADD-CHECKPOINT-ROW-PARA                          00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-GL-SUMMARY-FILE-PARA.                                      00443715
                                                                        00443715
           PERFORM VARYING WS-GLSM-IDX FROM 1 BY 1                      00443715
             UNTIL WS-GLSM-IDX > WS-GLSM-USED                           00443715
             INITIALIZE GLSM-REC                                        00443715
             MOVE WS-GLSM-TYPE (WS-GLSM-IDX)   TO GLSM-TYPE-CODE        00443715
             MOVE ','                          TO GLSM-SEPARATOR-1      00443715
             MOVE WS-GLSM-INST (WS-GLSM-IDX)   TO GLSM-INST-ID          00443715
             MOVE ','                          TO GLSM-SEPARATOR-2      00443715
             MOVE WS-GLSM-CURR (WS-GLSM-IDX)   TO GLSM-CURRENCY-CODE    00443715
             MOVE ','                          TO GLSM-SEPARATOR-3      00443715
             MOVE WS-GLSM-CNTR (WS-GLSM-IDX)   TO GLSM-TXN-CNTR         00443715
             MOVE ','                          TO GLSM-SEPARATOR-4      00443715
             MOVE WS-GLSM-AMOUNT (WS-GLSM-IDX) TO GLSM-AMOUNT           00443715
             MOVE ','                          TO GLSM-SEPARATOR-5      00443715
             MOVE WS-GLSM-BASE (WS-GLSM-IDX)   TO GLSM-BASE-AMOUNT      00443715
             MOVE ','                          TO GLSM-SEPARATOR-6      00443715
             MOVE WS-GLSM-UNPR-CNTR (WS-GLSM-IDX)                       00443715
                                               TO GLSM-UNPR-CNTR        00443715
             MOVE ','                          TO GLSM-SEPARATOR-7      00443715
             MOVE WS-GLSM-UNPR-AMOUNT (WS-GLSM-IDX)                     00443715
                                               TO GLSM-UNPR-AMOUNT      00443715
                                                                        00443715
             WRITE GLSM-REC                                             00443715
                                                                        00443715
             ADD 1 TO WS-GLSMFILE-CNTR                                  00443715
             ADD WS-GLSM-CNTR (WS-GLSM-IDX) TO WS-GLSMFILE-HASH-TOTAL   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-REG-STATS-PARA.                                            00443715
      *    THE TRANSACTION MONTH COMES FROM THE CREATE TIMESTAMP, THE   00443715
      *    SAME WAY ACCUM-WINDOW-PARA DATES THE MTD WINDOW. A DECLINE   00443715
      *    IS CLASSED D BEFORE THE PRIOR-PERIOD TEST -- IT IS NEVER A   00443715
      *    PAYMENT, LATE OR NOT.                                        00443715
           MOVE WS-RSTX-CURRENT-CREDTT (1:4)                            00443715
             TO WS-RSTX-CURRENT-PERIOD (1:4)                            00443715
           MOVE WS-RSTX-CURRENT-CREDTT (6:2)                            00443715
             TO WS-RSTX-CURRENT-PERIOD (5:2)                            00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN WS-RSTX-CURRENT-DECL = 1                              00443715
               MOVE 'D' TO WS-RSTX-CURRENT-CLASS                        00443715
             WHEN WS-PPA-ACTIVE = 1                                     00443715
              AND WS-RSTX-CURRENT-PERIOD NOT > PARM-LAST-CLOSED-PERIOD  00443715
               MOVE 'P' TO WS-RSTX-CURRENT-CLASS                        00443715
             WHEN OTHER                                                 00443715
               MOVE 'R' TO WS-RSTX-CURRENT-CLASS                        00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           MOVE 0 TO WS-ACCUM-SKIP                                      00443715
                                                                        00443715
           SET WS-RSTX-TABIDX TO 1                                      00443715
           SEARCH WS-RSTX-ENTRY                                         00443715
             AT END                                                     00443715
               IF WS-RSTX-USED < 2000                                   00443715
                 ADD 1 TO WS-RSTX-USED                                  00443715
                 SET WS-RSTX-TABIDX TO WS-RSTX-USED                     00443715
                 MOVE WS-RSTX-CURRENT-PERIOD                            00443715
                   TO WS-RSTX-PERIOD (WS-RSTX-TABIDX)                   00443715
                 MOVE WS-RSTX-CURRENT-CLASS                             00443715
                   TO WS-RSTX-CLASS (WS-RSTX-TABIDX)                    00443715
                 MOVE WS-GLSM-CURRENT-TYPE                              00443715
                   TO WS-RSTX-TYPE (WS-RSTX-TABIDX)                     00443715
                 MOVE WS-CUR-CUST-INST                                  00443715
                   TO WS-RSTX-INST (WS-RSTX-TABIDX)                     00443715
                 MOVE WS-RSTX-CURRENT-BRAND                             00443715
                   TO WS-RSTX-BRAND (WS-RSTX-TABIDX)                    00443715
                 MOVE WS-RSTX-CURRENT-MCC                               00443715
                   TO WS-RSTX-MCC (WS-RSTX-TABIDX)                      00443715
                 MOVE WS-CURR-CURRENT-CODE                              00443715
                   TO WS-RSTX-CURR (WS-RSTX-TABIDX)                     00443715
                 MOVE ZEROES TO WS-RSTX-CNTR (WS-RSTX-TABIDX)           00443715
                 MOVE ZEROES TO WS-RSTX-AMOUNT (WS-RSTX-TABIDX)         00443715
                 MOVE ZEROES TO WS-RSTX-BASE (WS-RSTX-TABIDX)           00443715
                 MOVE ZEROES TO WS-RSTX-UNPR-CNTR (WS-RSTX-TABIDX)      00443715
                 MOVE ZEROES TO WS-RSTX-FRAUD-CNTR (WS-RSTX-TABIDX)     00443715
                 MOVE ZEROES TO WS-RSTX-FRAUD-AMOUNT (WS-RSTX-TABIDX)   00443715
                 MOVE ZEROES TO WS-RSTX-FRAUD-BASE (WS-RSTX-TABIDX)     00443715
                 MOVE 0 TO WS-RSTX-CKPT-FLAG (WS-RSTX-TABIDX)           00443715
               ELSE                                                     00443715
                 MOVE 'REGSTAT' TO WS-OVFL-CURRENT-DIM                  00443715
                 MOVE WS-RSTX-CURRENT-BRAND TO WS-OVFL-CURRENT-KEY      00443715
                 PERFORM WRITE-OVERFLOW-FILE                            00443715
                 MOVE 1 TO WS-ACCUM-SKIP                                00443715
               END-IF                                                   00443715
             WHEN WS-RSTX-PERIOD (WS-RSTX-TABIDX)                       00443715
                = WS-RSTX-CURRENT-PERIOD                                00443715
              AND WS-RSTX-CLASS (WS-RSTX-TABIDX) = WS-RSTX-CURRENT-CLASS00443715
              AND WS-RSTX-TYPE (WS-RSTX-TABIDX) = WS-GLSM-CURRENT-TYPE  00443715
              AND WS-RSTX-INST (WS-RSTX-TABIDX) = WS-CUR-CUST-INST      00443715
              AND WS-RSTX-BRAND (WS-RSTX-TABIDX) = WS-RSTX-CURRENT-BRAND00443715
              AND WS-RSTX-MCC (WS-RSTX-TABIDX) = WS-RSTX-CURRENT-MCC    00443715
              AND WS-RSTX-CURR (WS-RSTX-TABIDX) = WS-CURR-CURRENT-CODE  00443715
               CONTINUE                                                 00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           IF WS-ACCUM-SKIP = 0                                         00443715
             ADD 1 TO WS-RSTX-CNTR (WS-RSTX-TABIDX)                     00443715
             ADD WS-CURR-CURRENT-AMOUNT                                 00443715
               TO WS-RSTX-AMOUNT (WS-RSTX-TABIDX)                       00443715
             IF WS-RATE-FOUND = 1                                       00443715
               ADD WS-GLSM-CURRENT-BASE                                 00443715
                 TO WS-RSTX-BASE (WS-RSTX-TABIDX)                       00443715
             ELSE                                                       00443715
               ADD 1 TO WS-RSTX-UNPR-CNTR (WS-RSTX-TABIDX)              00443715
             END-IF                                                     00443715
             IF WS-RSTX-CURRENT-FRAUD = 1                               00443715
               ADD 1 TO WS-RSTX-FRAUD-CNTR (WS-RSTX-TABIDX)             00443715
               ADD WS-CURR-CURRENT-AMOUNT                               00443715
                 TO WS-RSTX-FRAUD-AMOUNT (WS-RSTX-TABIDX)               00443715
               ADD WS-GLSM-CURRENT-BASE                                 00443715
                 TO WS-RSTX-FRAUD-BASE (WS-RSTX-TABIDX)                 00443715
             END-IF                                                     00443715
                                                                        00443715
             IF WS-RSTX-CKPT-FLAG (WS-RSTX-TABIDX) = 0                  00443715
               MOVE 1 TO WS-RSTX-CKPT-FLAG (WS-RSTX-TABIDX)             00443715
               MOVE 'RSTX' TO WS-CKPT-ROW-CURRENT-TABLE                 00443715
               SET WS-CKPT-ROW-CURRENT-NUM TO WS-RSTX-TABIDX            00443715
               PERFORM ADD-CHECKPOINT-ROW-PARA                          00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-REG-STATS-FILE-PARA.                                       00443715
                                                                        00443715
           PERFORM VARYING WS-RSTX-IDX FROM 1 BY 1                      00443715
             UNTIL WS-RSTX-IDX > WS-RSTX-USED                           00443715
             INITIALIZE RSTX-REC                                        00443715
             MOVE WS-RSTX-PERIOD (WS-RSTX-IDX) TO RSTX-TXN-PERIOD       00443715
             MOVE ','                          TO RSTX-SEPARATOR-1      00443715
             MOVE WS-RSTX-CLASS (WS-RSTX-IDX)  TO RSTX-CLASS            00443715
             MOVE ','                          TO RSTX-SEPARATOR-2      00443715
             MOVE WS-RSTX-TYPE (WS-RSTX-IDX)   TO RSTX-TYPE-CODE        00443715
             MOVE ','                          TO RSTX-SEPARATOR-3      00443715
             MOVE WS-RSTX-INST (WS-RSTX-IDX)   TO RSTX-INST-ID          00443715
             MOVE ','                          TO RSTX-SEPARATOR-4      00443715
             MOVE WS-RSTX-BRAND (WS-RSTX-IDX)  TO RSTX-CARD-BRAND       00443715
             MOVE ','                          TO RSTX-SEPARATOR-5      00443715
             MOVE WS-RSTX-MCC (WS-RSTX-IDX)    TO RSTX-MCC              00443715
             MOVE ','                          TO RSTX-SEPARATOR-6      00443715
             MOVE WS-RSTX-CURR (WS-RSTX-IDX)   TO RSTX-CURRENCY-CODE    00443715
             MOVE ','                          TO RSTX-SEPARATOR-7      00443715
             MOVE WS-RSTX-CNTR (WS-RSTX-IDX)   TO RSTX-TXN-CNTR         00443715
             MOVE ','                          TO RSTX-SEPARATOR-8      00443715
             MOVE WS-RSTX-AMOUNT (WS-RSTX-IDX) TO RSTX-AMOUNT           00443715
             MOVE ','                          TO RSTX-SEPARATOR-9      00443715
             MOVE WS-RSTX-BASE (WS-RSTX-IDX)   TO RSTX-BASE-AMOUNT      00443715
             MOVE ','                          TO RSTX-SEPARATOR-10     00443715
             MOVE WS-RSTX-UNPR-CNTR (WS-RSTX-IDX)                       00443715
                                               TO RSTX-UNPR-CNTR        00443715
             MOVE ','                          TO RSTX-SEPARATOR-11     00443715
             MOVE WS-RSTX-FRAUD-CNTR (WS-RSTX-IDX)                      00443715
                                               TO RSTX-FRAUD-CNTR       00443715
             MOVE ','                          TO RSTX-SEPARATOR-12     00443715
             MOVE WS-RSTX-FRAUD-AMOUNT (WS-RSTX-IDX)                    00443715
                                               TO RSTX-FRAUD-AMOUNT     00443715
             MOVE ','                          TO RSTX-SEPARATOR-13     00443715
             MOVE WS-RSTX-FRAUD-BASE (WS-RSTX-IDX)                      00443715
                                               TO RSTX-FRAUD-BASE       00443715
                                                                        00443715
             WRITE RSTX-REC                                             00443715
                                                                        00443715
             ADD 1 TO WS-RSTXFILE-CNTR                                  00443715
             ADD WS-RSTX-CNTR (WS-RSTX-IDX) TO WS-RSTXFILE-HASH-TOTAL   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-FRAUD-SUBTOTAL-PARA.                                       00443715

           MOVE 0 TO WS-ACCUM-SKIP                                      00443715
                                                                        00443715
           SET WS-FRAUD-TABIDX TO 1                                     00443715
           SEARCH WS-FRAUD-ENTRY                                        00443715
             AT END                                                     00443715
               IF WS-FRAUD-USED < 30                                    00443715
                 ADD 1 TO WS-FRAUD-USED                                 00443715
                 SET WS-FRAUD-TABIDX TO WS-FRAUD-USED                   00443715
                 MOVE WS-FRAUD-CURRENT-RESULT                           00443715
                   TO WS-FRAUD-RESULT (WS-FRAUD-TABIDX)                 00443715
                 MOVE WS-FRAUD-CURRENT-MCC                              00443715
                   TO WS-FRAUD-MCC (WS-FRAUD-TABIDX)                    00443715
                 MOVE ZEROES TO WS-FRAUD-CNTR (WS-FRAUD-TABIDX)         00443715
                 MOVE ZEROES TO WS-FRAUD-AMOUNT (WS-FRAUD-TABIDX)       00443715
               ELSE                                                     00443715
                 MOVE 'FRAUD' TO WS-OVFL-CURRENT-DIM                    00443715
                 MOVE WS-FRAUD-CURRENT-RESULT                           00443715
                   TO WS-OVFL-CURRENT-KEY                               00443715
                 PERFORM WRITE-OVERFLOW-FILE                            00443715
                 MOVE 1 TO WS-ACCUM-SKIP                                00443715
               END-IF                                                   00443715
             WHEN WS-FRAUD-RESULT (WS-FRAUD-TABIDX)                     00443715
                = WS-FRAUD-CURRENT-RESULT                               00443715
              AND WS-FRAUD-MCC (WS-FRAUD-TABIDX)                        00443715
                = WS-FRAUD-CURRENT-MCC                                  00443715
               CONTINUE                                                 00443715
             PERFORM WRITE-UNKNOWN-CODE-FILE                            00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE WS-DECL-CURRENT-CATEGORY TO ENR-DECL-CATEGORY           00443715
                                                                        00443715
      *    THE COUNTS ARE TAKEN FROM ENRFILE BY MASTRNEC -- THE TABLES  00443715
      *    HERE ONLY DECIDE WHICH CATEGORIES SPILL TO OVFLFILE.         00443715
                                                                        00443715
           SET WS-DCAT-TABIDX TO 1                                      00443715
           SEARCH WS-DCAT-ENTRY                                         00443715
             AT END                                                     00443715
                 SET WS-DCAT-TABIDX TO WS-DCAT-USED                     00443715
                 MOVE WS-DECL-CURRENT-CATEGORY                          00443715
                   TO WS-DCAT-CATEGORY (WS-DCAT-TABIDX)                 00443715
               ELSE                                                     00443715
                 MOVE 'DECLCAT' TO WS-OVFL-CURRENT-DIM                  00443715
                 MOVE WS-DECL-CURRENT-CATEGORY                          00443715
               END-IF                                                   00443715
             WHEN WS-DCAT-CATEGORY (WS-DCAT-TABIDX)                     00443715
                = WS-DECL-CURRENT-CATEGORY                              00443715
               CONTINUE                                                 00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           SET WS-DCATT-TABIDX TO 1                                     00443715
                 SET WS-DCATT-TABIDX TO WS-DCATT-USED                   00443715
                 MOVE WS-DECL-CURRENT-CATEGORY                          00443715
                   TO WS-DCATT-CATEGORY (WS-DCATT-TABIDX)               00443715
               ELSE                                                     00443715
                 MOVE 'DECLCAT' TO WS-OVFL-CURRENT-DIM                  00443715
                 MOVE WS-DECL-CURRENT-CATEGORY                          00443715
               END-IF                                                   00443715
             WHEN WS-DCATT-CATEGORY (WS-DCATT-TABIDX)                   00443715
                = WS-DECL-CURRENT-CATEGORY                              00443715
               CONTINUE                                                 00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
      *    THE PER-CARD COUNTS ARE TAKEN FROM ENRFILE BY MASTRNEC --    00443715
      *    THE TABLE HERE ONLY DECIDES WHICH CARDS SPILL TO OVFLFILE.   00443715
           SET WS-CARD-TABIDX TO 1                                      00443715
           SEARCH WS-CARD-ENTRY                                         00443715
             AT END                                                     00443715
                   TO WS-CARD-LAST4 (WS-CARD-TABIDX)                    00443715
                 MOVE WS-CARD-CURRENT-BRAND                             00443715
                   TO WS-CARD-ENT-BRAND (WS-CARD-TABIDX)                00443715
               ELSE                                                     00443715
                 MOVE 'CARD' TO WS-OVFL-CURRENT-DIM                     00443715
                 MOVE WS-CARD-CURRENT-LAST4 TO WS-OVFL-CURRENT-KEY      00443715
                = WS-CARD-CURRENT-LAST4                                 00443715
              AND WS-CARD-ENT-BRAND (WS-CARD-TABIDX)                    00443715
                = WS-CARD-CURRENT-BRAND                                 00443715
               CONTINUE                                                 00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-MERCHANT-SUBTOTAL-PARA.                                    00443715
      *    MRCHFILE ITSELF IS BUILT FROM ENRFILE BY MASTRNEM -- THE     00443715
      *    TABLE HERE ONLY DECIDES WHICH MERCHANTS SPILL TO OVFLFILE.   00443715
           SET WS-MRCH-TABIDX TO 1                                      00443715
           SEARCH WS-MRCH-ENTRY                                         00443715
             AT END                                                     00443715
                 SET WS-MRCH-TABIDX TO WS-MRCH-USED                     00443715
                 MOVE WS-MRCH-CURRENT-ID                                00443715
                   TO WS-MRCH-ID (WS-MRCH-TABIDX)                       00443715
               ELSE                                                     00443715
                 MOVE 'MERCHANT' TO WS-OVFL-CURRENT-DIM                 00443715
                 MOVE WS-MRCH-CURRENT-ID TO WS-OVFL-CURRENT-KEY         00443715
                 PERFORM WRITE-OVERFLOW-FILE                            00443715
               END-IF                                                   00443715
             WHEN WS-MRCH-ID (WS-MRCH-TABIDX)                           00443715
                = WS-MRCH-CURRENT-ID                                    00443715
               CONTINUE                                                 00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-REGION-PARA.                                               00443715
      *    CALLED PER GEO TABLE ENTRY AT THE CUSTOMER BREAK, SO THE     00443715
      *    WS-GEO-IDX ENTRY IN PLAY IS THE ONE BEING ROLLED UP.         00443715
           MOVE SPACES TO WS-REGN-CURRENT-REGION                        00443715
                                                                        00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
                                                                        00443715
                                                                        00443715
       WRITE-CLOSEOUT-SUMMARY-PARA.                                     00443715
                                                                        00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
                                                                        00443715

       ACCUM-WINDOW-PARA.                                               00443715
                                                                        00443715
           IF FUNCTION ABS (WS-CURR-CURRENT-AMOUNT) >                     00443715
              PARM-HIGH-VALUE-THRESHOLD                                  00443715
           THEN                                                          00443715
             MOVE MAIN-CONT-ID       TO WS-SUPP-CHECK-CONT-ID           00443715
             MOVE 'HIVAL'            TO WS-SUPP-CHECK-SOURCE            00443715
             PERFORM CHECK-SUPPRESSION-PARA                             00443715

             IF WS-SUPP-HIT = 1                                         00443715
               ADD 1 TO WS-SUPPRESSED-CNTR                              00443715
             ELSE                                                       00443715
               PERFORM SET-INTRADAY-CHECK-PARA                          00443715
               MOVE 'HIVAL'            TO WS-IDAY-CHECK-SOURCE          00443715
               PERFORM CHECK-INTRADAY-ALERT-PARA                        00443715

               IF WS-IDAY-HIT = 1                                       00443715
                 ADD 1 TO WS-IDAY-RAISED-CNTR                           00443715
               ELSE                                                     00443715
                 INITIALIZE HIVAL-REC                                   00443715

                 MOVE MAIN-CONT-ID     TO HIVAL-CONT-ID                 00443715
                 MOVE TXN-TYPE-CODE    TO HIVAL-TYPE-CODE               00443715
                 MOVE FUNCTION ABS (WS-CURR-CURRENT-AMOUNT)             00443715
                   TO HIVAL-AMOUNT                                      00443715
                                                                        00443715
                 WRITE HIVAL-REC                                        00443715
                                                                        00443715
                 ADD 1 TO WS-HIVALFILE-CNTR                             00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-STRUCTURING-PARA.                                          00443715
      *    CALLED FOR EACH NON-DUPLICATE AUTHORIZATION STRAIGHT AFTER   00443715
      *    CHECK-HIVAL-PARA. ONLY APPROVED SPEND COUNTS -- A DECLINE    00443715
      *    MOVED NO MONEY. THE WINDOW AND THE TOTAL ARE MASTRNSX'S      00443715
      *    JOB; THIS ONLY PICKS OUT THE ROWS INSIDE THE BAND.           00443715
           IF AUTHORRESULT-RSPNT = 'APPROVED'                           00443715
              AND WS-CURR-CURRENT-AMOUNT NOT < WS-STRX-BAND-FLOOR       00443715
              AND WS-CURR-CURRENT-AMOUNT NOT > PARM-HIGH-VALUE-THRESHOLD00443715
             INITIALIZE STRX-REC                                        00443715
                                                                        00443715
             MOVE MAIN-CONT-ID          TO STRX-CONT-ID                 00443715
             MOVE ','                   TO STRX-SEPARATOR-1             00443715
             MOVE PARM-PROCESS-DATE     TO STRX-PROCESS-DATE            00443715
             MOVE ','                   TO STRX-SEPARATOR-2             00443715
             MOVE TXN-HDR-CREDTT (1:19) TO STRX-CREDTT                  00443715
             MOVE ','                   TO STRX-SEPARATOR-3             00443715
             MOVE TXN-AUREQ-ENV-A-ID-ID TO STRX-TXN-REF                 00443715
             MOVE ','                   TO STRX-SEPARATOR-4             00443715
             MOVE TXN-AUREQ-ENV-M-ID-ID TO STRX-MERCHANT-ID             00443715
             MOVE ','                   TO STRX-SEPARATOR-5             00443715
             MOVE WS-CURR-CURRENT-AMOUNT TO STRX-AMOUNT                 00443715
                                                                        00443715
             WRITE STRX-REC                                             00443715
                                                                        00443715
             ADD 1 TO WS-STRXFILE-CNTR                                  00443715
             ADD STRX-CONT-ID TO WS-STRXFILE-HASH-TOTAL                 00443715
           END-IF                                                        00443715

           CONTINUE.                                                    00443715
             WRITE SUSP-REC                                             00443715
                                                                        00443715
             ADD 1 TO WS-SUSPFILE-CNTR                                  00443715
             ADD SUSP-TRAN-CONT-ID TO WS-SUSPFILE-HASH-TOTAL            00443715
                                                                        00443715
             MOVE WS-CUR-TRAN-INST TO WS-INST-LOOKUP-ID                 00443715
             MOVE 4 TO WS-INST-FIELD                                    00443715
                                                                        00443715
           IF WS-VEL-DISTINCT-CNTR NOT < PARM-VEL-TXN-CNT               00443715
             MOVE 1 TO WS-VEL-ALERTED                                   00443715
             MOVE WS-TRAN-CONT-ID TO WS-SUPP-CHECK-CONT-ID              00443715
             MOVE 'VELOCITY'      TO WS-SUPP-CHECK-SOURCE               00443715
             PERFORM CHECK-SUPPRESSION-PARA                             00443715
             IF WS-SUPP-HIT = 1                                         00443715
               ADD 1 TO WS-SUPPRESSED-CNTR                              00443715
             ELSE                                                       00443715
               PERFORM SET-INTRADAY-CHECK-PARA                          00443715
               MOVE 'VELOCITY'    TO WS-IDAY-CHECK-SOURCE               00443715
               PERFORM CHECK-INTRADAY-ALERT-PARA                        00443715
               IF WS-IDAY-HIT = 1                                       00443715
                 ADD 1 TO WS-IDAY-RAISED-CNTR                           00443715
               ELSE                                                     00443715
                 PERFORM WRITE-VELOCITY-FILE                            00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-GEO-VELOCITY-PARA.                                         00443715
      *    CALLED PER NON-DUPLICATE AUTHORIZATION STRAIGHT AFTER        00443715
      *    TRACK-VELOCITY-PARA, WHICH HAS ALREADY FOLDED THE CREATE     00443715
      *    TIMESTAMP INTO WS-VEL-CURRENT-MINUTE WHEN IT PARSES. EACH    00443715
      *    LOCATED AUTHORIZATION IS MEASURED AGAINST THE CUSTOMER'S     00443715
      *    PREVIOUS LOCATED ONE AND THEN TAKES ITS PLACE; ONE THAT      00443715
      *    CANNOT BE PLACED OR TIMED IS STEPPED OVER, NOT GUESSED.      00443715
           IF WS-VEL-DATE-NUM IS NUMERIC                                00443715
              AND TXN-HDR-CREDTT (12:2) IS NUMERIC                      00443715
              AND TXN-HDR-CREDTT (15:2) IS NUMERIC                      00443715
             PERFORM LOCATE-GEO-POSTAL-PARA                             00443715
                                                                        00443715
             IF WS-GEOV-CURR-LOCATED = 1                                00443715
               IF WS-GEOV-PREV-LOCATED = 1                              00443715
                 PERFORM MEASURE-GEO-TRAVEL-PARA                        00443715
               END-IF                                                   00443715
                                                                        00443715
               MOVE 1                     TO WS-GEOV-PREV-LOCATED       00443715
               MOVE WS-VEL-CURRENT-MINUTE TO WS-GEOV-PREV-MINUTE        00443715
               MOVE TXN-HDR-CREDTT (1:19) TO WS-GEOV-PREV-CREDTT        00443715
               MOVE MDM-POSTAL-CODE-ID    TO WS-GEOV-PREV-POSTAL        00443715
               MOVE WS-GEOV-CURR-LAT      TO WS-GEOV-PREV-LAT           00443715
               MOVE WS-GEOV-CURR-LON      TO WS-GEOV-PREV-LON           00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOCATE-GEO-POSTAL-PARA.                                          00443715
                                                                        00443715
           MOVE 0 TO WS-GEOV-CURR-LOCATED                               00443715
                                                                        00443715
           SET WS-PCODE-TABIDX TO 1                                     00443715
           IF WS-PCODE-USED > 0                                         00443715
              AND MDM-POSTAL-CODE-ID NOT = SPACES                       00443715
             SEARCH WS-PCODE-ENTRY                                      00443715
               AT END                                                   00443715
                 CONTINUE                                               00443715
               WHEN WS-PCODE-ID (WS-PCODE-TABIDX) = MDM-POSTAL-CODE-ID  00443715
                 IF WS-PCODE-LOCATED (WS-PCODE-TABIDX) = 1              00443715
                   MOVE WS-PCODE-LAT (WS-PCODE-TABIDX)                  00443715
                     TO WS-GEOV-CURR-LAT                                00443715
                   MOVE WS-PCODE-LON (WS-PCODE-TABIDX)                  00443715
                     TO WS-GEOV-CURR-LON                                00443715
                   MOVE 1 TO WS-GEOV-CURR-LOCATED                       00443715
                 ELSE                                                   00443715
                   PERFORM LOCATE-GEO-REGION-PARA                       00443715
                 END-IF                                                 00443715
             END-SEARCH                                                 00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOCATE-GEO-REGION-PARA.                                          00443715
      *    FALLBACK FOR A POSTAL CODE WITHOUT ITS OWN LOCATION -- THE   00443715
      *    AVERAGE OF ITS REGION'S LOCATED POSTAL CODES.                00443715
           IF WS-PCODE-REGION (WS-PCODE-TABIDX) NOT = SPACES            00443715
              AND WS-RLOC-USED > 0                                      00443715
             SET WS-RLOC-TABIDX TO 1                                    00443715
             SEARCH WS-RLOC-ENTRY                                       00443715
               AT END                                                   00443715
                 CONTINUE                                               00443715
               WHEN WS-RLOC-REGION (WS-RLOC-TABIDX)                     00443715
                  = WS-PCODE-REGION (WS-PCODE-TABIDX)                   00443715
                 COMPUTE WS-GEOV-CURR-LAT ROUNDED =                     00443715
                   WS-RLOC-LAT-SUM (WS-RLOC-TABIDX)                     00443715
                   / WS-RLOC-CNTR (WS-RLOC-TABIDX)                      00443715
                 COMPUTE WS-GEOV-CURR-LON ROUNDED =                     00443715
                   WS-RLOC-LON-SUM (WS-RLOC-TABIDX)                     00443715
                   / WS-RLOC-CNTR (WS-RLOC-TABIDX)                      00443715
                 MOVE 1 TO WS-GEOV-CURR-LOCATED                         00443715
             END-SEARCH                                                 00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MEASURE-GEO-TRAVEL-PARA.                                         00443715
      *    EQUIRECTANGULAR DISTANCE ON A 6371 KM EARTH -- WITHIN A      00443715
      *    PERCENT OF THE GREAT-CIRCLE FIGURE OVER A COUNTRY AND A FEW  00443715
      *    PERCENT LONG ACROSS AN OCEAN, WHICH IS ALL A SPEED TEST      00443715
      *    NEEDS. THE LONGITUDE GAP IS                                  00443715
      *    TAKEN THE SHORT WAY ROUND THE DATE LINE. TWO                 00443715
      *    AUTHORIZATIONS IN THE SAME MINUTE COUNT AS ONE MINUTE        00443715
      *    APART SO THE SPEED STAYS FINITE.                             00443715
           COMPUTE WS-GEOV-DLON = WS-GEOV-CURR-LON - WS-GEOV-PREV-LON   00443715
           IF WS-GEOV-DLON > 180                                        00443715
             SUBTRACT 360 FROM WS-GEOV-DLON                             00443715
           END-IF                                                       00443715
           IF WS-GEOV-DLON < -180                                       00443715
             ADD 360 TO WS-GEOV-DLON                                    00443715
           END-IF                                                       00443715
                                                                        00443715
           COMPUTE WS-GEOV-X = WS-GEOV-DLON * FUNCTION PI / 180         00443715
             * FUNCTION COS ((WS-GEOV-CURR-LAT + WS-GEOV-PREV-LAT)      00443715
                             / 2 * FUNCTION PI / 180)                   00443715
           COMPUTE WS-GEOV-Y = (WS-GEOV-CURR-LAT - WS-GEOV-PREV-LAT)    00443715
             * FUNCTION PI / 180                                        00443715
           COMPUTE WS-GEOV-DISTANCE-KM ROUNDED = 6371                   00443715
             * FUNCTION SQRT (WS-GEOV-X * WS-GEOV-X                     00443715
                              + WS-GEOV-Y * WS-GEOV-Y)                  00443715
                                                                        00443715
           COMPUTE WS-GEOV-ELAPSED-MIN = WS-VEL-CURRENT-MINUTE          00443715
             - WS-GEOV-PREV-MINUTE                                      00443715
           IF WS-GEOV-ELAPSED-MIN < 0                                   00443715
             MULTIPLY -1 BY WS-GEOV-ELAPSED-MIN                         00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-GEOV-ELAPSED-MIN = 0                                   00443715
             COMPUTE WS-GEOV-SPEED-KMH ROUNDED =                        00443715
               WS-GEOV-DISTANCE-KM * 60                                 00443715
           ELSE                                                         00443715
             COMPUTE WS-GEOV-SPEED-KMH ROUNDED =                        00443715
               WS-GEOV-DISTANCE-KM * 60 / WS-GEOV-ELAPSED-MIN           00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-GEOV-DISTANCE-KM NOT < PARM-GEO-MIN-KM                 00443715
              AND WS-GEOV-SPEED-KMH > PARM-GEO-MAX-KMH                  00443715
             PERFORM WRITE-GEO-VELOCITY-FILE                            00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-GEO-VELOCITY-FILE.                                         00443715
                                                                        00443715
           INITIALIZE GEOV-REC                                          00443715
                                                                        00443715
           MOVE WS-TRAN-CONT-ID        TO GEOV-CONT-ID                  00443715
           MOVE ','                    TO GEOV-SEPARATOR-1              00443715
           MOVE WS-GEOV-PREV-CREDTT    TO GEOV-FROM-CREDTT              00443715
           MOVE ','                    TO GEOV-SEPARATOR-2              00443715
           MOVE WS-GEOV-PREV-POSTAL    TO GEOV-FROM-POSTAL              00443715
           MOVE ','                    TO GEOV-SEPARATOR-3              00443715
           MOVE TXN-HDR-CREDTT (1:19)  TO GEOV-TO-CREDTT                00443715
           MOVE ','                    TO GEOV-SEPARATOR-4              00443715
           MOVE MDM-POSTAL-CODE-ID     TO GEOV-TO-POSTAL                00443715
           MOVE ','                    TO GEOV-SEPARATOR-5              00443715
           MOVE WS-GEOV-DISTANCE-KM    TO GEOV-DISTANCE-KM              00443715
           MOVE ','                    TO GEOV-SEPARATOR-6              00443715
           MOVE WS-GEOV-ELAPSED-MIN    TO GEOV-ELAPSED-MIN              00443715
           MOVE ','                    TO GEOV-SEPARATOR-7              00443715
           MOVE WS-GEOV-SPEED-KMH      TO GEOV-SPEED-KMH                00443715
                                                                        00443715
           WRITE GEOV-REC                                               00443715
                                                                        00443715
           ADD 1 TO WS-GEOVFILE-CNTR                                    00443715
           ADD GEOV-CONT-ID TO WS-GEOVFILE-HASH-TOTAL                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ADD-NEGATIVE-TRAN-PARA.                                          00443715
                                                                        00443715
           IF WS-NEG-USED < 100                                         00443715
             MOVE WS-NEG-REF-CURR    TO WS-NEG-REF (WS-NEG-USED)        00443715
             MOVE WS-NEG-REASON-CURR TO WS-NEG-REASON (WS-NEG-USED)     00443715
             MOVE WS-NEG-AMOUNT-CURR TO WS-NEG-AMOUNT (WS-NEG-USED)     00443715
             MOVE ENR-REC            TO WS-NEG-ENR-IMAGE (WS-NEG-USED)  00443715
           ELSE                                                         00443715
             ADD 1 TO WS-NEG-FULL-CNTR                                  00443715
             MOVE 'NEGTRAN' TO WS-OVFL-CURRENT-DIM                      00443715
             MOVE WS-NEG-REF-CURR TO WS-OVFL-CURRENT-KEY                00443715
             PERFORM WRITE-OVERFLOW-FILE                                00443715
      *      NEVER MATCHED, SO IT GOES OUT NOW WITH NO ORPHAN FLAG.     00443715
             PERFORM WRITE-ENRICHED-TRAN-PARA                           00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
               END-IF                                                   00443715
             END-PERFORM                                                00443715
                                                                        00443715
             MOVE WS-NEG-ENR-IMAGE (WS-NEG-IDX) TO ENR-REC              00443715
             IF WS-NEG-MATCHED = 0                                      00443715
               PERFORM WRITE-ORPHAN-FILE                                00443715
               MOVE 'Y' TO ENR-ORPHAN-FLAG                              00443715
             ELSE                                                       00443715
               MOVE 'N' TO ENR-ORPHAN-FLAG                              00443715
             END-IF                                                     00443715
             PERFORM WRITE-ENRICHED-TRAN-PARA                           00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           PERFORM WRITE-AUTH-HISTORY-PARA                              00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-BALANCE-EXTRACT-PARA.                                      00443715
      *    RUN AT THE CUSTOMER BREAK. A CUSTOMER WITH NO ACTIVITY HAS   00443715
      *    NOTHING TO POST -- THE LEDGER CARRIES THEIR BALANCE AS IT    00443715
      *    STANDS.                                                      00443715
           IF WS-TOTAL-TXNS > 0                                         00443715
             INITIALIZE BALX-REC                                        00443715
                                                                        00443715
             MOVE MAIN-CONT-ID          TO BALX-CONT-ID                 00443715
             MOVE ','                   TO BALX-SEPARATOR-1             00443715
             MOVE PARM-PROCESS-DATE     TO BALX-PROCESS-DATE            00443715
             MOVE ','                   TO BALX-SEPARATOR-2             00443715
             MOVE WS-BASE-DEBIT-AMOUNT  TO BALX-DEBIT-AMOUNT            00443715
             MOVE ','                   TO BALX-SEPARATOR-3             00443715
             MOVE WS-BASE-CREDIT-AMOUNT TO BALX-CREDIT-AMOUNT           00443715
             MOVE ','                   TO BALX-SEPARATOR-4             00443715
             MOVE WS-TOTAL-TXNS         TO BALX-TXN-CNTR                00443715
                                                                        00443715
             WRITE BALX-REC                                             00443715
                                                                        00443715
             ADD 1 TO WS-BALXFILE-CNTR                                  00443715
             ADD BALX-CONT-ID TO WS-BALXFILE-HASH-TOTAL                 00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-POINTS-EXTRACT-PARA.                                       00443715
      *    CALLED STRAIGHT AFTER ACCUM-CURRENCY-SUBTOTAL-PARA, WHICH    00443715
      *    LEAVES THE BASE-CURRENCY VALUE OF THE ROW (SIGNED) IN        00443715
      *    WS-GLSM-CURRENT-BASE AND WS-RATE-FOUND SET.                  00443715
           INITIALIZE PNTX-REC                                          00443715
                                                                        00443715
           MOVE MAIN-CONT-ID          TO PNTX-CONT-ID                   00443715
           MOVE ','                   TO PNTX-SEPARATOR-1               00443715
           MOVE WS-PNTX-CURRENT-TYPE  TO PNTX-TYPE-CODE                 00443715
           MOVE ','                   TO PNTX-SEPARATOR-2               00443715
           MOVE WS-PNTX-CURRENT-REF   TO PNTX-TXN-REF                   00443715
           MOVE ','                   TO PNTX-SEPARATOR-3               00443715
           MOVE WS-PNTX-CURRENT-MCC   TO PNTX-MCC                       00443715
           MOVE ','                   TO PNTX-SEPARATOR-4               00443715
           MOVE PARM-PROCESS-DATE     TO PNTX-PROCESS-DATE              00443715
           MOVE ','                   TO PNTX-SEPARATOR-5               00443715
           IF WS-GLSM-CURRENT-BASE < 0                                  00443715
             COMPUTE PNTX-BASE-AMOUNT = 0 - WS-GLSM-CURRENT-BASE        00443715
           ELSE                                                         00443715
             MOVE WS-GLSM-CURRENT-BASE TO PNTX-BASE-AMOUNT              00443715
           END-IF                                                       00443715
           MOVE ','                   TO PNTX-SEPARATOR-6               00443715
           IF WS-RATE-FOUND = 1                                         00443715
             MOVE 'Y'                 TO PNTX-PRICED                    00443715
           ELSE                                                         00443715
             MOVE 'N'                 TO PNTX-PRICED                    00443715
           END-IF                                                       00443715
           MOVE ','                   TO PNTX-SEPARATOR-7               00443715
           MOVE WS-PNTX-CURRENT-MERCH TO PNTX-MERCHANT-ID               00443715
                                                                        00443715
           WRITE PNTX-REC                                               00443715
                                                                        00443715
           ADD 1 TO WS-PNTXFILE-CNTR                                    00443715
           ADD PNTX-CONT-ID TO WS-PNTXFILE-HASH-TOTAL                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-OVERFLOW-FILE.                                             00443715
                                                                        00443715
           INITIALIZE OVFL-REC                                          00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       START-ENRICHED-TRAN-PARA.                                        00443715
      *    OPENS THE ENRFILE RECORD FOR THE TRANSACTION JUST MATCHED    00443715
      *    TO A CUSTOMER. THE MAIN LOOP FILLS IN THE PRICING, FEE,      00443715
      *    DECLINE-CATEGORY, CARD AND WATCH-LIST FIELDS AS IT WORKS     00443715
      *    THEM OUT, AND WRITE-ENRICHED-TRAN-PARA PUTS IT OUT.          00443715
           MOVE SPACES TO ENR-REC                                       00443715
           INITIALIZE ENR-REC                                           00443715
                                                                        00443715
           ADD 1 TO WS-ENR-SEQ                                          00443715
           MOVE WS-ENR-SEQ             TO ENR-TRAN-SEQ                  00443715
           MOVE MAIN-CONT-ID           TO ENR-CONT-ID                   00443715
           MOVE 'N'                    TO ENR-DUPLICATE-FLAG            00443715
           MOVE WS-CUR-TRAN-INST       TO ENR-TRAN-INST-ID              00443715
                                                                        00443715
           MOVE WS-CUR-CUST-INST       TO ENR-CUST-INST-ID              00443715
           MOVE GENDER                 TO ENR-CUST-GENDER               00443715
           MOVE WS-EFF-AGE-YEARS       TO ENR-CUST-AGE-YEARS            00443715
           MOVE HIGHEST-EDU            TO ENR-CUST-HIGHEST-EDU          00443715
           MOVE ANNUAL-INVEST          TO ENR-CUST-ANNUAL-INVEST        00443715
           MOVE ANNUAL-INCOME          TO ENR-CUST-ANNUAL-INCOME        00443715
           MOVE ACTIVITY-LEVEL         TO ENR-CUST-ACTIVITY-LEVEL       00443715
           MOVE CHURN                  TO ENR-CUST-CHURN                00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN TXN-TYPE-AUTHORIZATION                                00443715
               MOVE 'AU'                      TO ENR-TYPE-CODE          00443715
               MOVE TXN-HDR-CREDTT            TO ENR-CREDTT             00443715
               MOVE TXN-AUREQ-ENV-A-ID-ID     TO ENR-TXN-REF            00443715
               MOVE TXN-AUREQ-ENV-M-ID-ID     TO ENR-MERCHANT-ID        00443715
               MOVE TXN-AUREQ-ENV-M-CMONNM    TO ENR-MERCHANT-NAME      00443715
               MOVE TXN-AUREQ-ENV-C-CARDBRND  TO ENR-CARD-BRAND         00443715
               MOVE TXN-AUREQ-TX-MRCHNTCTGYCD TO ENR-MCC                00443715
               MOVE MDM-POSTAL-CODE-ID        TO ENR-POSTAL-CODE-ID     00443715
               MOVE AUTHORRESULT-RSPNT        TO ENR-AUTH-RESULT        00443715
               MOVE FRAUD-VER-RESULT          TO ENR-FRAUD-RESULT       00443715
               MOVE TXN-CURRENCY-CODE         TO ENR-CURRENCY-CODE      00443715
               MOVE TXN-AUREQ-TX-DT-TTLAMT    TO ENR-AMOUNT-TEXT        00443715
               COMPUTE ENR-AMOUNT = FUNCTION NUMVAL                     00443715
                 (TXN-AUREQ-TX-DT-TTLAMT)                               00443715
               IF AUTHORRESULT-RSPNT = 'APPROVED'                       00443715
                 MOVE 'N' TO ENR-DECLINE-FLAG                           00443715
               ELSE                                                     00443715
                 MOVE 'Y' TO ENR-DECLINE-FLAG                           00443715
               END-IF                                                   00443715
                                                                        00443715
               SET WS-PCODE-TABIDX TO 1                                 00443715
               IF WS-PCODE-USED > 0                                     00443715
                  AND MDM-POSTAL-CODE-ID NOT = SPACES                   00443715
                 SEARCH WS-PCODE-ENTRY                                  00443715
                   AT END                                               00443715
                     CONTINUE                                           00443715
                   WHEN WS-PCODE-ID (WS-PCODE-TABIDX)                   00443715
                      = MDM-POSTAL-CODE-ID                              00443715
                     MOVE WS-PCODE-REGION (WS-PCODE-TABIDX)             00443715
                       TO ENR-REGION                                    00443715
                 END-SEARCH                                             00443715
               END-IF                                                   00443715
             WHEN TXN-TYPE-REFUND                                       00443715
               MOVE 'RF'                      TO ENR-TYPE-CODE          00443715
               MOVE RFD-HDR-CREDTT            TO ENR-CREDTT             00443715
               MOVE RFD-ORIG-TXN-REF          TO ENR-TXN-REF            00443715
               MOVE RFD-MERCHANT-ID           TO ENR-MERCHANT-ID        00443715
               MOVE RFD-CARD-BRAND            TO ENR-CARD-BRAND         00443715
               MOVE RFD-MRCHNTCTGYCD          TO ENR-MCC                00443715
               MOVE RFD-CURRENCY-CODE         TO ENR-CURRENCY-CODE      00443715
               MOVE RFD-AMOUNT                TO ENR-AMOUNT-TEXT        00443715
               COMPUTE ENR-AMOUNT = - FUNCTION NUMVAL (RFD-AMOUNT)      00443715
             WHEN TXN-TYPE-CHARGEBACK                                   00443715
               MOVE 'CB'                      TO ENR-TYPE-CODE          00443715
               MOVE CBK-HDR-CREDTT            TO ENR-CREDTT             00443715
               MOVE CBK-ORIG-TXN-REF          TO ENR-TXN-REF            00443715
               MOVE CBK-MERCHANT-ID           TO ENR-MERCHANT-ID        00443715
               MOVE CBK-CARD-BRAND            TO ENR-CARD-BRAND         00443715
               MOVE CBK-REASON-CODE           TO ENR-REASON-CODE        00443715
               MOVE CBK-CURRENCY-CODE         TO ENR-CURRENCY-CODE      00443715
               MOVE CBK-AMOUNT                TO ENR-AMOUNT-TEXT        00443715
               COMPUTE ENR-AMOUNT = - FUNCTION NUMVAL (CBK-AMOUNT)      00443715
             WHEN TXN-TYPE-REVERSAL                                     00443715
               MOVE 'RV'                      TO ENR-TYPE-CODE          00443715
               MOVE RVS-HDR-CREDTT            TO ENR-CREDTT             00443715
               MOVE RVS-ORIG-TXN-REF          TO ENR-TXN-REF            00443715
               MOVE RVS-MERCHANT-ID           TO ENR-MERCHANT-ID        00443715
               MOVE RVS-CARD-BRAND            TO ENR-CARD-BRAND         00443715
               MOVE RVS-CURRENCY-CODE         TO ENR-CURRENCY-CODE      00443715
               MOVE RVS-AMOUNT                TO ENR-AMOUNT-TEXT        00443715
               COMPUTE ENR-AMOUNT = - FUNCTION NUMVAL (RVS-AMOUNT)      00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       PRICE-ENRICHED-TRAN-PARA.                                        00443715
      *    RUN RIGHT AFTER ACCUM-CURRENCY-SUBTOTAL-PARA, WHILE          00443715
      *    WS-GLSM-CURRENT-BASE AND WS-RATE-FOUND ARE STILL SET.        00443715
           MOVE WS-GLSM-CURRENT-BASE TO ENR-BASE-AMOUNT                 00443715
                                                                        00443715
           IF WS-RATE-FOUND = 1                                         00443715
             MOVE 'Y' TO ENR-PRICED-FLAG                                00443715
           ELSE                                                         00443715
             MOVE 'N' TO ENR-PRICED-FLAG                                00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-ENRICHED-TRAN-PARA.                                        00443715
                                                                        00443715
           WRITE ENR-REC                                                00443715
                                                                        00443715
           ADD 1 TO WS-ENRFILE-CNTR                                     00443715
           ADD ENR-CONT-ID TO WS-ENRFILE-HASH-TOTAL                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-CHECKPOINT-PARA.                                           00443715
                                                                        00443715
           PERFORM WRITE-CHECKPOINT-ROWS-PARA                           00443715

           MOVE MAIN-CONT-ID       TO CKPT-LAST-CONT-ID                  00443715
           MOVE WS-CUSTMAST-CNTR   TO CKPT-CUSTMAST-CNTR                 00443715
                                                                        00443715
                                                                        00443715
           MOVE WS-OVFLFILE-CNTR   TO CKPT-OVFLFILE-CNTR                00443715
           MOVE WS-OUTFILE-HASH-TOTAL  TO CKPT-OUTFILE-HASH             00443715
           MOVE WS-SUSPFILE-HASH-TOTAL TO CKPT-SUSPFILE-HASH            00443715
           MOVE WS-AHSTFILE-CNTR       TO CKPT-AHSTFILE-CNTR            00443715
           MOVE WS-AHSTFILE-HASH-TOTAL TO CKPT-AHSTFILE-HASH            00443715
           MOVE WS-ENRFILE-CNTR        TO CKPT-ENRFILE-CNTR             00443715
           MOVE WS-ENRFILE-HASH-TOTAL  TO CKPT-ENRFILE-HASH             00443715
           MOVE WS-FEE-RUN-CNTR        TO CKPT-FEE-RUN-CNTR             00443715
           MOVE WS-FEE-RUN-AMOUNT      TO CKPT-FEE-RUN-AMOUNT           00443715
           MOVE WS-FEE-NOSCHED-CNTR    TO CKPT-FEE-NOSCHED-CNTR         00443715
           MOVE WS-FEED-FULL-CNTR      TO CKPT-FEED-FULL-CNTR           00443715
           MOVE WS-GLSM-USED           TO CKPT-GLSM-USED                00443715
           MOVE WS-RSTX-USED           TO CKPT-RSTX-USED                00443715
           MOVE WS-FEED-USED           TO CKPT-FEED-USED                00443715
           MOVE WS-PNTXFILE-CNTR       TO CKPT-PNTXFILE-CNTR            00443715
           MOVE WS-PNTXFILE-HASH-TOTAL TO CKPT-PNTXFILE-HASH            00443715
           MOVE WS-BASEFILE-CNTR       TO CKPT-BASEFILE-CNTR            00443715
           MOVE WS-BASEFILE-HASH-TOTAL TO CKPT-BASEFILE-HASH            00443715
           MOVE WS-FEECFILE-CNTR       TO CKPT-FEECFILE-CNTR            00443715
           MOVE WS-FEECFILE-HASH-TOTAL TO CKPT-FEECFILE-HASH            00443715
           MOVE WS-BALXFILE-CNTR       TO CKPT-BALXFILE-CNTR            00443715
           MOVE WS-BALXFILE-HASH-TOTAL TO CKPT-BALXFILE-HASH            00443715
           MOVE WS-STRXFILE-CNTR       TO CKPT-STRXFILE-CNTR            00443715
           MOVE WS-STRXFILE-HASH-TOTAL TO CKPT-STRXFILE-HASH            00443715
           MOVE WS-GEOVFILE-CNTR       TO CKPT-GEOVFILE-CNTR            00443715
           MOVE WS-GEOVFILE-HASH-TOTAL TO CKPT-GEOVFILE-HASH            00443715
           MOVE WS-MMEXFILE-CNTR       TO CKPT-MMEXFILE-CNTR            00443715
           MOVE WS-MMEXFILE-HASH-TOTAL TO CKPT-MMEXFILE-HASH            00443715

           WRITE CKPT-REC                                                00443715

           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-CHECKPOINT-ROWS-PARA.                                      00443715
      *    THE ROWS GO OUT AHEAD OF THE COUNTER RECORD THAT COMMITS     00443715
      *    THEM -- SEE THE CKPTFILE FD.                                 00443715
           IF WS-CKPT-ROW-ALL = 1                                       00443715
             MOVE 'GLSM' TO WS-CKPT-ROW-CURRENT-TABLE                   00443715
             PERFORM VARYING WS-CKPT-ROW-CURRENT-NUM FROM 1 BY 1        00443715
               UNTIL WS-CKPT-ROW-CURRENT-NUM > WS-GLSM-USED             00443715
               PERFORM WRITE-CHECKPOINT-ROW-PARA                        00443715
             END-PERFORM                                                00443715
                                                                        00443715
             MOVE 'RSTX' TO WS-CKPT-ROW-CURRENT-TABLE                   00443715
             PERFORM VARYING WS-CKPT-ROW-CURRENT-NUM FROM 1 BY 1        00443715
               UNTIL WS-CKPT-ROW-CURRENT-NUM > WS-RSTX-USED             00443715
               PERFORM WRITE-CHECKPOINT-ROW-PARA                        00443715
             END-PERFORM                                                00443715
                                                                        00443715
             MOVE 'FEED' TO WS-CKPT-ROW-CURRENT-TABLE                   00443715
             PERFORM VARYING WS-CKPT-ROW-CURRENT-NUM FROM 1 BY 1        00443715
               UNTIL WS-CKPT-ROW-CURRENT-NUM > WS-FEED-USED             00443715
               PERFORM WRITE-CHECKPOINT-ROW-PARA                        00443715
             END-PERFORM                                                00443715
           ELSE                                                         00443715
             PERFORM VARYING WS-CKPT-ROW-IDX FROM 1 BY 1                00443715
               UNTIL WS-CKPT-ROW-IDX > WS-CKPT-ROW-USED                 00443715
               MOVE WS-CKPT-ROW-TABLE (WS-CKPT-ROW-IDX)                 00443715
                 TO WS-CKPT-ROW-CURRENT-TABLE                           00443715
               MOVE WS-CKPT-ROW-NUM (WS-CKPT-ROW-IDX)                   00443715
                 TO WS-CKPT-ROW-CURRENT-NUM                             00443715
               PERFORM WRITE-CHECKPOINT-ROW-PARA                        00443715
             END-PERFORM                                                00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE ZEROES TO WS-CKPT-ROW-USED                              00443715
           MOVE 0      TO WS-CKPT-ROW-ALL                               00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-CHECKPOINT-ROW-PARA.                                       00443715
                                                                        00443715
           MOVE SPACES                    TO CKPT-ROW-REC               00443715
           MOVE WS-CKPT-ROW-CURRENT-TABLE TO CKPT-ROW-TABLE             00443715
           MOVE WS-CKPT-ROW-CURRENT-NUM   TO CKPT-ROW-NUM               00443715
                                                                        00443715
           EVALUATE WS-CKPT-ROW-CURRENT-TABLE                           00443715
             WHEN 'GLSM'                                                00443715
               MOVE 0 TO WS-GLSM-CKPT-FLAG (WS-CKPT-ROW-CURRENT-NUM)    00443715
               MOVE WS-GLSM-ENTRY (WS-CKPT-ROW-CURRENT-NUM)             00443715
                 TO CKPT-ROW-IMAGE                                      00443715
             WHEN 'RSTX'                                                00443715
               MOVE 0 TO WS-RSTX-CKPT-FLAG (WS-CKPT-ROW-CURRENT-NUM)    00443715
               MOVE WS-RSTX-ENTRY (WS-CKPT-ROW-CURRENT-NUM)             00443715
                 TO CKPT-ROW-IMAGE                                      00443715
             WHEN 'FEED'                                                00443715
               MOVE 0 TO WS-FEED-CKPT-FLAG (WS-CKPT-ROW-CURRENT-NUM)    00443715
               MOVE WS-FEED-ENTRY (WS-CKPT-ROW-CURRENT-NUM)             00443715
                 TO CKPT-ROW-IMAGE                                      00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           WRITE CKPT-ROW-REC                                           00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ADD-CHECKPOINT-ROW-PARA.                                         00443715
      *    THE CALLER HAS SET THE ROW'S TABLE AND NUMBER AND FLAGGED    00443715
      *    IT, SO A ROW IS LISTED ONCE PER CUSTOMER.                    00443715
           IF WS-CKPT-ROW-USED < 500                                    00443715
             ADD 1 TO WS-CKPT-ROW-USED                                  00443715
             MOVE WS-CKPT-ROW-CURRENT-TABLE                             00443715
               TO WS-CKPT-ROW-TABLE (WS-CKPT-ROW-USED)                  00443715
             MOVE WS-CKPT-ROW-CURRENT-NUM                               00443715
               TO WS-CKPT-ROW-NUM (WS-CKPT-ROW-USED)                    00443715
           ELSE                                                         00443715
             MOVE 1 TO WS-CKPT-ROW-ALL                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715

       END-PROCESS.                                                     00443715
           MOVE WS-CURRFILE-CNTR TO WS-CURRFILE-CNTR-EDT                00443715
           MOVE WS-FRAUDFILE-CNTR TO WS-FRAUDFILE-CNTR-EDT              00443715
           MOVE WS-DECLFILE-CNTR  TO WS-DECLFILE-CNTR-EDT               00443715
           MOVE WS-ENRFILE-CNTR   TO WS-ENRFILE-CNTR-EDT                00443715
           MOVE WS-WINFILE-CNTR   TO WS-WINFILE-CNTR-EDT                00443715
           MOVE WS-AGEXFILE-CNTR  TO WS-AGEXFILE-CNTR-EDT               00443715
           MOVE WS-HIVALFILE-CNTR TO WS-HIVALFILE-CNTR-EDT              00443715
      *    HAS RUN -- AN ABORT BEFORE THAT STILL COMES THROUGH HERE     00443715
      *    AND MUST NOT WRITE TO UNOPENED FILES.                        00443715
           IF WS-MAIN-FILES-OPEN = 1                                    00443715
             IF WS-PART-SKIP-CNTR > 0                                   00443715
               DISPLAY 'TRANSACTIONS OUTSIDE THE PARTITION RANGE = '    00443715
                       WS-PART-SKIP-CNTR                                00443715
             END-IF                                                     00443715
                                                                        00443715
             PERFORM WRITE-REGION-FILE                                  00443715
             PERFORM WRITE-FEE-TOTALS-PARA                              00443715
             PERFORM WRITE-FEE-DETAIL-FILE-PARA                         00443715
             PERFORM WRITE-INSTITUTION-FILE-PARA                        00443715
             PERFORM WRITE-GL-SUMMARY-FILE-PARA                         00443715
             PERFORM WRITE-REG-STATS-FILE-PARA                          00443715
             PERFORM FLUSH-AUTH-HISTORY-PARA                            00443715
                                                                        00443715
      *      THE FLUSH HAS READ AHSTIN TO ITS END -- ONLY NOW CAN ITS   00443715
      *      COUNT AND HASH BE HELD UP AGAINST THE REGISTRY.            00443715
             IF WS-AHSTIN-REG = 1 AND WS-RUN-FAILED = 0                 00443715
               MOVE 'AHSTFILE'           TO GREG-DATASET                00443715
               MOVE 'P'                  TO GREG-EXPECT                 00443715
               MOVE 'AHSTIN'             TO WS-GREG-INPUT-DD            00443715
               MOVE WS-AHSTIN-CNTR       TO GREG-RECORD-CNT             00443715
               MOVE WS-AHSTIN-HASH-TOTAL TO GREG-HASH-TOTAL             00443715
               PERFORM VERIFY-INPUT-GENERATION-PARA                     00443715
             END-IF                                                     00443715
                                                                        00443715
             IF WS-PPA-ACTIVE = 1                                       00443715
               PERFORM WRITE-RESTATEMENT-REPORT-PARA                    00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE WS-DUPFILE-CNTR   TO WS-DUPFILE-CNTR-EDT                00443715
           MOVE WS-ORPHFILE-CNTR  TO WS-ORPHFILE-CNTR-EDT               00443715
           MOVE WS-BASEFILE-CNTR  TO WS-BASEFILE-CNTR-EDT               00443715
           MOVE WS-UNPRFILE-CNTR  TO WS-UNPRFILE-CNTR-EDT               00443715
           MOVE WS-UNKRFILE-CNTR  TO WS-UNKRFILE-CNTR-EDT               00443715
           MOVE WS-REGNFILE-CNTR  TO WS-REGNFILE-CNTR-EDT               00443715
           MOVE WS-PCXFILE-CNTR   TO WS-PCXFILE-CNTR-EDT                00443715
           MOVE WS-OVFLFILE-CNTR  TO WS-OVFLFILE-CNTR-EDT               00443715
           MOVE WS-SUSPIN-CNTR    TO WS-SUSPIN-CNTR-EDT                 00443715
           MOVE WS-WRTOFILE-CNTR  TO WS-WRTOFILE-CNTR-EDT               00443715
           MOVE WS-LIMBFILE-CNTR  TO WS-LIMBFILE-CNTR-EDT               00443715
           MOVE WS-PPAFILE-CNTR   TO WS-PPAFILE-CNTR-EDT                00443715
           MOVE WS-FEECFILE-CNTR  TO WS-FEECFILE-CNTR-EDT               00443715
           MOVE WS-WHITFILE-CNTR  TO WS-WHITFILE-CNTR-EDT               00443715
           MOVE WS-CLOSFILE-CNTR  TO WS-CLOSFILE-CNTR-EDT               00443715
           MOVE WS-CHRKFILE-CNTR  TO WS-CHRKFILE-CNTR-EDT               00443715
           MOVE WS-CODEXFILE-CNTR TO WS-CODEXFILE-CNTR-EDT              00443715
           MOVE WS-INSTFILE-CNTR  TO WS-INSTFILE-CNTR-EDT               00443715
           MOVE WS-GLSMFILE-CNTR  TO WS-GLSMFILE-CNTR-EDT               00443715
           MOVE WS-RSTXFILE-CNTR  TO WS-RSTXFILE-CNTR-EDT               00443715
           MOVE WS-FEEDFILE-CNTR  TO WS-FEEDFILE-CNTR-EDT               00443715
           MOVE WS-PNTXFILE-CNTR  TO WS-PNTXFILE-CNTR-EDT               00443715
           MOVE WS-BALXFILE-CNTR  TO WS-BALXFILE-CNTR-EDT               00443715
           MOVE WS-STRXFILE-CNTR  TO WS-STRXFILE-CNTR-EDT               00443715
           MOVE WS-GEOVFILE-CNTR  TO WS-GEOVFILE-CNTR-EDT               00443715
           MOVE WS-MMEXFILE-CNTR  TO WS-MMEXFILE-CNTR-EDT               00443715

           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRANC         *'            00443715
                   '         *'                                         00443715
           DISPLAY '* DECLFILE      : ' WS-DECLFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* ENRFILE       : ' WS-ENRFILE-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* WINFILE       : ' WS-WINFILE-CNTR-EDT             00443715
                   '         *'                                         00443715
                   '         *'                                         00443715
           DISPLAY '* DUPFILE       : ' WS-DUPFILE-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* ORPHFILE      : ' WS-ORPHFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* BASEFILE      : ' WS-BASEFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* UNPRFILE      : ' WS-UNPRFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* UNKRFILE      : ' WS-UNKRFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* REGNFILE      : ' WS-REGNFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* PCXFILE       : ' WS-PCXFILE-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* OVFLFILE      : ' WS-OVFLFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* SUSPIN        : ' WS-SUSPIN-CNTR-EDT              00443715
                   '         *'                                         00443715
           DISPLAY '* FEECFILE      : ' WS-FEECFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* WHITFILE      : ' WS-WHITFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* CLOSFILE      : ' WS-CLOSFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* INSTFILE      : ' WS-INSTFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* GLSMFILE      : ' WS-GLSMFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* RSTXFILE      : ' WS-RSTXFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* FEEDFILE      : ' WS-FEEDFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* PNTXFILE      : ' WS-PNTXFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* BALXFILE      : ' WS-BALXFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* STRXFILE      : ' WS-STRXFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* GEOVFILE      : ' WS-GEOVFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* MMEXFILE      : ' WS-MMEXFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '*   MCC MISMATCH  : ' WS-MMEX-MISMATCH-CNTR         00443715
           DISPLAY '*   NOT ON MASTER : ' WS-MMEX-NOTMAST-CNTR          00443715
           MOVE WS-SUPPRESSED-CNTR TO WS-SUPPRESSED-CNTR-EDT            00443715
           DISPLAY '* SUPPRESSED    : ' WS-SUPPRESSED-CNTR-EDT          00443715
                   '         *'                                         00443715
           MOVE WS-IDAY-RAISED-CNTR TO WS-IDAY-RAISED-CNTR-EDT          00443715
           DISPLAY '* IDAY RAISED   : ' WS-IDAY-RAISED-CNTR-EDT         00443715
                   '         *'                                         00443715
           MOVE WS-CONS-HELD-CNTR TO WS-CONS-HELD-CNTR-EDT              00443715
           DISPLAY '* CONSENT HELD  : ' WS-CONS-HELD-CNTR-EDT           00443715
                   '         *'                                         00443715
           DISPLAY '***************************************'            00443715

      *    A WHAT-IF RUN'S OUTPUTS ARE FOR MASTRNWI ONLY -- THEY ARE    00443715
      *    NEITHER ROLLED INTO CTLFILE NOR REGISTERED FOR THE SUITE.    00443715
           IF WS-MAIN-FILES-OPEN = 1 AND PARM-WHATIF-MODE NOT = 'Y'     00443715
             PERFORM WRITE-CONTROL-TOTALS-PARA                          00443715
           END-IF                                                       00443715
                                                                        00443715
      *    A PARTITIONED INSTANCE LEAVES REGISTRATION TO MASTRNCM,      00443715
      *    AND A RUN THE SUSPENSE GATE FAILED REGISTERS NOTHING.        00443715
           IF WS-MAIN-FILES-OPEN = 1 AND WS-RUN-FAILED = 0              00443715
              AND WS-GATE-FAILED = 0                                    00443715
              AND PARM-WHATIF-MODE NOT = 'Y' AND WS-PART-ACTIVE = 0     00443715
             PERFORM REGISTER-OUTPUTS-PARA                              00443715
           END-IF                                                       00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715

           CLOSE CURRFILE.                                              00443715
           CLOSE FRAUDFILE.                                             00443715
           CLOSE DECLFILE.                                              00443715
           CLOSE ENRFILE.                                               00443715
           CLOSE WINFILE.                                               00443715
           CLOSE STATUSFILE.                                            00443715
           CLOSE AGEXFILE.                                              00443715
           CLOSE HIVALFILE.                                             00443715
           CLOSE DUPFILE.                                               00443715
           CLOSE ORPHFILE.                                              00443715
           CLOSE BASEFILE.                                              00443715
           CLOSE UNPRFILE.                                              00443715
           CLOSE UNKRFILE.                                              00443715
           CLOSE REGNFILE.                                              00443715
           CLOSE PCXFILE.                                               00443715
           CLOSE OVFLFILE.                                              00443715
           CLOSE WRTOFILE.                                              00443715
           CLOSE AHSTFILE.                                              00443715
           CLOSE LIMBFILE.                                              00443715
           CLOSE LIMSOUT.                                               00443715
           CLOSE FEECFILE.                                              00443715
           CLOSE WHITFILE.                                              00443715
           CLOSE INSTFILE.                                              00443715
           CLOSE GLSMFILE.                                              00443715
           CLOSE RSTXFILE.                                              00443715
           CLOSE FEEDFILE.                                              00443715
           CLOSE PNTXFILE.                                              00443715
           CLOSE BALXFILE.                                              00443715
           CLOSE CONSENT.                                               00443715
           CLOSE CSUPFILE.                                              00443715
           CLOSE STRXFILE.                                              00443715
           CLOSE GEOVFILE.                                              00443715
           CLOSE MMEXFILE.                                              00443715
           IF WS-MMST-OPEN = 1                                          00443715
             CLOSE MRCHMAST                                             00443715
           END-IF                                                       00443715
           IF WS-PPA-ACTIVE = 1                                         00443715
             CLOSE PPAFILE                                              00443715
             CLOSE PPARPT                                               00443715
           MOVE WS-FEECFILE-CNTR      TO CTL-FEECFILE-CNTR              00443715
           MOVE WS-WHITFILE-CNTR      TO CTL-WHITFILE-CNTR              00443715

           WRITE CTL-REC                                                00443715

           IF WS-PART-ACTIVE = 1                                        00443715
             PERFORM WRITE-PARTITION-GENERATIONS-PARA                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-PARTITION-GENERATIONS-PARA.                                00443715
      *    SEE THE CTLFILE FD. GLSMFILE, FEECFILE AND FEEDFILE ARE      00443715
      *    LEFT OUT -- MASTRNCM MERGES THOSE BY KEY AND REGISTERS       00443715
      *    WHAT IT WRITES.                                              00443715
           MOVE 'OUTFILE'              TO GREG-DATASET                  00443715
           MOVE WS-OUTFILE-CNTR        TO GREG-RECORD-CNT               00443715
           MOVE WS-OUTFILE-HASH-TOTAL  TO GREG-HASH-TOTAL               00443715
           PERFORM WRITE-PARTITION-GENERATION-PARA                      00443715
                                                                        00443715
           MOVE 'ENRFILE'              TO GREG-DATASET                  00443715
           MOVE WS-ENRFILE-CNTR        TO GREG-RECORD-CNT               00443715
           MOVE WS-ENRFILE-HASH-TOTAL  TO GREG-HASH-TOTAL               00443715
           PERFORM WRITE-PARTITION-GENERATION-PARA                      00443715
                                                                        00443715
           MOVE 'PNTXFILE'             TO GREG-DATASET                  00443715
           MOVE WS-PNTXFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-PNTXFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           PERFORM WRITE-PARTITION-GENERATION-PARA                      00443715
                                                                        00443715
           MOVE 'SUSPFILE'             TO GREG-DATASET                  00443715
           MOVE WS-SUSPFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-SUSPFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           PERFORM WRITE-PARTITION-GENERATION-PARA                      00443715
                                                                        00443715
           MOVE 'AHSTFILE'             TO GREG-DATASET                  00443715
           MOVE WS-AHSTFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-AHSTFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           PERFORM WRITE-PARTITION-GENERATION-PARA                      00443715
                                                                        00443715
           MOVE 'BASEFILE'             TO GREG-DATASET                  00443715
           MOVE WS-BASEFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-BASEFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           PERFORM WRITE-PARTITION-GENERATION-PARA                      00443715
                                                                        00443715
           MOVE 'BALXFILE'             TO GREG-DATASET                  00443715
           MOVE WS-BALXFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-BALXFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           PERFORM WRITE-PARTITION-GENERATION-PARA                      00443715
                                                                        00443715
           MOVE 'RSTXFILE'             TO GREG-DATASET                  00443715
           MOVE WS-RSTXFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-RSTXFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           PERFORM WRITE-PARTITION-GENERATION-PARA                      00443715
                                                                        00443715
           MOVE 'STRXFILE'             TO GREG-DATASET                  00443715
           MOVE WS-STRXFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-STRXFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           PERFORM WRITE-PARTITION-GENERATION-PARA                      00443715
                                                                        00443715
           MOVE 'GEOVFILE'             TO GREG-DATASET                  00443715
           MOVE WS-GEOVFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-GEOVFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           PERFORM WRITE-PARTITION-GENERATION-PARA                      00443715
                                                                        00443715
           MOVE 'MMEXFILE'             TO GREG-DATASET                  00443715
           MOVE WS-MMEXFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-MMEXFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           PERFORM WRITE-PARTITION-GENERATION-PARA                      00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-PARTITION-GENERATION-PARA.                                 00443715
                                                                        00443715
           INITIALIZE CTL-GEN-REC                                       00443715
                                                                        00443715
           MOVE 'PARTITION GENERATION' TO CTLG-TAG                      00443715
           MOVE ','                    TO CTLG-SEPARATOR-0              00443715
           MOVE PARM-PROCESS-DATE      TO CTLG-PROCESS-DATE             00443715
           MOVE ','                    TO CTLG-SEPARATOR-1              00443715
           MOVE PARM-CYCLE-ID          TO CTLG-CYCLE-ID                 00443715
           MOVE ','                    TO CTLG-SEPARATOR-2              00443715
           IF WS-RUN-FAILED = 1 OR WS-GATE-FAILED = 1                   00443715
             MOVE 'F'                  TO CTLG-RUN-STATUS               00443715
           ELSE                                                         00443715
             MOVE 'C'                  TO CTLG-RUN-STATUS               00443715
           END-IF                                                       00443715
           MOVE ','                    TO CTLG-SEPARATOR-3              00443715
           MOVE GREG-DATASET           TO CTLG-DATASET                  00443715
           MOVE ','                    TO CTLG-SEPARATOR-4              00443715
           MOVE GREG-RECORD-CNT        TO CTLG-RECORD-CNT               00443715
           MOVE ','                    TO CTLG-SEPARATOR-5              00443715
           MOVE GREG-HASH-TOTAL        TO CTLG-HASH-TOTAL               00443715
                                                                        00443715
           WRITE CTL-GEN-REC                                            00443715
                                                                        00443715
           CONTINUE.                                                    00443715

       WRITE-STATUS-FILE-PARA.                                          00443715
           WRITE OUTPUT-REC                                             00443715

           ADD 1 TO WS-OUTFILE-CNTR                                     00443715
           ADD MAIN-CONT-ID TO WS-OUTFILE-HASH-TOTAL                    00443715
                                                                        00443715
           MOVE WS-CUR-CUST-INST TO WS-INST-LOOKUP-ID                   00443715
           MOVE 3 TO WS-INST-FIELD                                      00443715
           PERFORM ACCUM-INST-CNTR-PARA                                 00443715

           IF CHURN = 'Y'                                                00443715
             MOVE 'R'        TO WS-CONS-PURPOSE                         00443715
             PERFORM CHECK-CONSENT-PARA                                 00443715

             IF WS-CONS-OK = 1                                          00443715
               WRITE CHURN-REC FROM OUTPUT-REC                          00443715
                                                                        00443715
               ADD 1 TO WS-CHURN-CNTR                                   00443715
             ELSE                                                       00443715
               MOVE 'CHURNFILE' TO WS-CONS-EXTRACT                      00443715
               MOVE OUTPUT-REC TO CSUP-HELD-IMAGE                       00443715
               PERFORM HOLD-CONSENT-PARA                                00443715
             END-IF                                                     00443715
           END-IF                                                        00443715

           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1                       00443715
             ADD 1 TO WS-DECLFILE-CNTR                                  00443715
           END-PERFORM                                                   00443715

      *    THE CARDFILE, DCATFILE AND GEOFILE ROWS ARE WRITTEN FROM     00443715
      *    ENRFILE BY MASTRNEC. THE GEOFILE ROW COUNT IS STILL KEPT     00443715
      *    HERE FOR THE CTLFILE TRAILER, AND EACH POSTAL CODE STILL     00443715
      *    FEEDS THE REGION ROLLUP.                                     00443715
           PERFORM VARYING WS-GEO-IDX FROM 1 BY 1                       00443715
             UNTIL WS-GEO-IDX > WS-GEO-USED                             00443715
             ADD 1 TO WS-GEOFILE-CNTR                                   00443715
                                                                        00443715
             PERFORM ACCUM-REGION-PARA                                  00443715
           WRITE BASE-REC                                               00443715
                                                                        00443715
           ADD 1 TO WS-BASEFILE-CNTR                                    00443715
           ADD BASE-CONT-ID TO WS-BASEFILE-HASH-TOTAL                   00443715
                                                                        00443715
           IF WS-FEEC-TXNS > 0                                          00443715
             INITIALIZE FEEC-REC                                        00443715
             WRITE FEEC-REC                                             00443715
                                                                        00443715
             ADD 1 TO WS-FEECFILE-CNTR                                  00443715
             ADD FEEC-CONT-ID TO WS-FEECFILE-HASH-TOTAL                 00443715
             ADD WS-FEEC-TXNS TO WS-FEE-RUN-CNTR                        00443715
           END-IF                                                       00443715
                                                                        00443715
               MOVE ','             TO CHRK-SEPARATOR-4                 00443715
               MOVE CHURN           TO CHRK-CHURN-FLAG                  00443715
                                                                        00443715
               MOVE 'R'             TO WS-CONS-PURPOSE                  00443715
               PERFORM CHECK-CONSENT-PARA                               00443715
                                                                        00443715
               IF WS-CONS-OK = 1                                        00443715
                 WRITE CHRK-REC                                         00443715
                                                                        00443715
                 ADD 1 TO WS-CHRKFILE-CNTR                              00443715
               ELSE                                                     00443715
                 MOVE 'CHRKFILE'    TO WS-CONS-EXTRACT                  00443715
                 MOVE CHRK-REC      TO CSUP-HELD-IMAGE                  00443715
                 PERFORM HOLD-CONSENT-PARA                              00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-CONSENT-PARA.                                              00443715
      *    A CONTRACT IS CONSENTED FOR A PURPOSE WHEN ANY CHANNEL       00443715
      *    CARRIES A 'Y' FOR IT. NEVER ASKED IS NOT CONSENT; A          00443715
      *    WITHDRAWAL ON ANY CHANNEL IS REPORTED AS THE REASON.         00443715
           MOVE 0      TO WS-CONS-OK                                    00443715
           MOVE 0      TO WS-CONS-WITHDRAWN                             00443715
           MOVE SPACES TO WS-CONS-REASON                                00443715
                                                                        00443715
           IF WS-CONS-PURPOSE = 'M'                                     00443715
             MOVE 1 TO WS-CONS-PU-IDX                                   00443715
           ELSE                                                         00443715
             MOVE 2 TO WS-CONS-PU-IDX                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-CONS-OPEN = 0                                          00443715
             MOVE 'NO CONSENT FILE' TO WS-CONS-REASON                   00443715
           ELSE                                                         00443715
             MOVE MAIN-CONT-ID TO CONS-CONT-ID                          00443715
                                                                        00443715
             READ CONSENT                                               00443715
               INVALID KEY                                              00443715
                 CONTINUE                                               00443715
             END-READ                                                   00443715
                                                                        00443715
             IF CONSENT-FILE-STATUS NOT = '00'                          00443715
               MOVE 'NO CONSENT REC' TO WS-CONS-REASON                  00443715
             ELSE                                                       00443715
               PERFORM VARYING WS-CONS-CH-IDX FROM 1 BY 1               00443715
                 UNTIL WS-CONS-CH-IDX > 4                               00443715
                 IF CONS-GIVEN (WS-CONS-CH-IDX WS-CONS-PU-IDX)          00443715
                   MOVE 1 TO WS-CONS-OK                                 00443715
                 END-IF                                                 00443715
                 IF CONS-WITHDRAWN (WS-CONS-CH-IDX WS-CONS-PU-IDX)      00443715
                   MOVE 1 TO WS-CONS-WITHDRAWN                          00443715
                 END-IF                                                 00443715
               END-PERFORM                                              00443715
                                                                        00443715
               IF WS-CONS-OK = 0                                        00443715
                 IF WS-CONS-WITHDRAWN = 1                               00443715
                   MOVE 'WITHDRAWN' TO WS-CONS-REASON                   00443715
                 ELSE                                                   00443715
                   MOVE 'NOT GIVEN' TO WS-CONS-REASON                   00443715
                 END-IF                                                 00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       HOLD-CONSENT-PARA.                                               00443715
      *    THE CALLER HAS ALREADY PUT THE HELD ROW IN CSUP-HELD-IMAGE.  00443715
           MOVE PARM-PROCESS-DATE TO CSUP-RUN-DATE                      00443715
           MOVE ','               TO CSUP-SEPARATOR-1                   00443715
           MOVE 'MASTRANC'        TO CSUP-JOB-NAME                      00443715
           MOVE ','               TO CSUP-SEPARATOR-2                   00443715
           MOVE WS-CONS-EXTRACT   TO CSUP-EXTRACT                       00443715
           MOVE ','               TO CSUP-SEPARATOR-3                   00443715
           MOVE MAIN-CONT-ID      TO CSUP-CONT-ID                       00443715
           MOVE ','               TO CSUP-SEPARATOR-4                   00443715
           MOVE WS-CONS-PURPOSE   TO CSUP-PURPOSE                       00443715
           MOVE ','               TO CSUP-SEPARATOR-5                   00443715
           MOVE WS-CONS-REASON    TO CSUP-REASON                        00443715
           MOVE ','               TO CSUP-SEPARATOR-6                   00443715
                                                                        00443715
           WRITE CSUP-REC                                               00443715
                                                                        00443715
           ADD 1 TO WS-CONS-HELD-CNTR                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-CLOSEOUT-FILE.                                             00443715
                                                                        00443715
           INITIALIZE CLOS-REC                                          00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715

           MOVE 'EDITFILE'   TO GREG-DATASET                            00443715
           MOVE 'D'          TO GREG-EXPECT                             00443715
           MOVE 'TRANFILE'   TO WS-GREG-INPUT-DD                        00443715
           PERFORM CHECK-INPUT-GENERATION-PARA                          00443715
           IF GREG-RESULT-MATCHED                                       00443715
             MOVE 1 TO WS-TRANFILE-REG                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-RESTART-MODE = 1                                       00510000
           THEN                                                         00510000
             OPEN EXTEND OUTFILE                                        00510000
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715

      *    A WHAT-IF RUN ADDS NO ROW TO THE ROLLING HISTORY, SO THE     00443715
      *    FILE IS NOT EVEN OPENED.                                     00443715
           IF PARM-WHATIF-MODE NOT = 'Y'                                00443715
             OPEN EXTEND CTLFILE                                        00443715
                                                                        00443715
      *      STATUS 05 = OPTIONAL FILE NOT PRESENT, CREATED -- NORMAL   00443715
      *      FOR THE VERY FIRST RUN OF THE ROLLING HISTORY.             00443715
             IF CTLFILE-FILE-STATUS NOT = '00'                          00443715
                AND CTLFILE-FILE-STATUS NOT = '05'                      00443715
             THEN                                                       00443715
               DISPLAY 'OPEN CTL FILE-STATUS = '  CTLFILE-FILE-STATUS   00443715

               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'FILE OPEN ERROR'                                   00443715
                 TO WS-FAIL-REASON                                      00443715
               PERFORM END-PROCESS                                      00443715
             END-IF                                                     00443715
           END-IF                                                       00443715

           IF WS-RESTART-MODE = 1                                       00510000

           IF WS-RESTART-MODE = 1                                       00510000
           THEN                                                         00510000
             OPEN EXTEND ENRFILE                                        00443715
           ELSE                                                         00510000
             OPEN OUTPUT ENRFILE                                        00443715
           END-IF                                                       00510000

           IF ENRFILE-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN ENR FILE-STATUS = '  ENRFILE-FILE-STATUS     00443715

             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR'                                     00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
                                                                        00443715
                                                                        00443715
           IF WS-RESTART-MODE = 1                                       00443715
           THEN                                                         00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
                                                                        00443715
                                                                        00443715
           IF WS-RESTART-MODE = 1                                       00443715
           THEN                                                         00443715
           END-IF                                                       00443715
                                                                        00443715
      *    REGNFILE IS WRITTEN IN ONE PASS AT END OF RUN FROM THE       00443715
      *    RUN-LEVEL REGION TABLE -- NEVER EXTENDED.                    00443715
           OPEN OUTPUT REGNFILE                                         00443715
                                                                        00443715
           IF REGNFILE-FILE-STATUS NOT = '00'                           00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
                                                                        00443715
                                                                        00443715
           IF WS-RESTART-MODE = 1                                       00443715
           THEN                                                         00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
                                                                        00443715
                                                                        00443715
           IF WS-RESTART-MODE = 1                                       00443715
           THEN                                                         00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
      *    GLSMFILE IS A RUN-END SUMMARY LIKE INSTFILE AND TRUNCATES    00443715
      *    EVERY RUN -- BUT UNLIKE INSTFILE IT STILL COVERS THE WHOLE   00443715
      *    NIGHT AFTER A RESTART, BECAUSE WS-GLSM-TABLE IS CARRIED IN   00443715
      *    CKPTFILE AND RESTORED BY LOAD-CHECKPOINT-ROWS-PARA. IT HAS   00443715
      *    TO: MASTRNGL TIES IT TO BASEFILE, WHICH IS EXTENDED.         00443715
           OPEN OUTPUT GLSMFILE                                         00443715
                                                                        00443715
           IF GLSMFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN GLSM FILE-STATUS = '  GLSMFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR'                                     00443715
               TO WS-FAIL-REASON                                        00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
      *    RSTXFILE IS A RUN-END SUMMARY LIKE GLSMFILE AND TRUNCATES    00443715
      *    EVERY RUN; WS-RSTX-TABLE IS RESTORED ON A RESTART THE SAME   00443715
      *    WAY, SO MASTRNRS CAN STILL RECONCILE IT TO CLOSFILE.         00443715
           OPEN OUTPUT RSTXFILE                                         00443715
                                                                        00443715
           IF RSTXFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN RSTX FILE-STATUS = '  RSTXFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR'                                     00443715
               TO WS-FAIL-REASON                                        00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-RESTART-MODE = 1                                       00443715
           THEN                                                         00443715
             OPEN EXTEND PNTXFILE                                       00443715
           ELSE                                                         00443715
             OPEN OUTPUT PNTXFILE                                       00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PNTXFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN PNTX FILE-STATUS = '  PNTXFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR'                                     00443715
               TO WS-FAIL-REASON                                        00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-RESTART-MODE = 1                                       00443715
           THEN                                                         00443715
             OPEN EXTEND BALXFILE                                       00443715
           ELSE                                                         00443715
             OPEN OUTPUT BALXFILE                                       00443715
           END-IF                                                       00443715
                                                                        00443715
           IF BALXFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN BALX FILE-STATUS = '  BALXFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR'                                     00443715
               TO WS-FAIL-REASON                                        00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-RESTART-MODE = 1                                       00443715
           THEN                                                         00443715
             OPEN EXTEND STRXFILE                                       00443715
           ELSE                                                         00443715
             OPEN OUTPUT STRXFILE                                       00443715
           END-IF                                                       00443715
                                                                        00443715
           IF STRXFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN STRX FILE-STATUS = '  STRXFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR'                                     00443715
               TO WS-FAIL-REASON                                        00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-RESTART-MODE = 1                                       00443715
           THEN                                                         00443715
             OPEN EXTEND GEOVFILE                                       00443715
           ELSE                                                         00443715
             OPEN OUTPUT GEOVFILE                                       00443715
           END-IF                                                       00443715
                                                                        00443715
           IF GEOVFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN GEOV FILE-STATUS = '  GEOVFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR'                                     00443715
               TO WS-FAIL-REASON                                        00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
           IF WS-RESTART-MODE = 1                                       00443715
           THEN                                                         00443715
             OPEN EXTEND MMEXFILE                                       00443715
           ELSE                                                         00443715
             OPEN OUTPUT MMEXFILE                                       00443715
           END-IF                                                       00443715
                                                                        00443715
           IF MMEXFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN MMEX FILE-STATUS = '  MMEXFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR'                                     00443715
               TO WS-FAIL-REASON                                        00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
      *    WITHOUT THE MERCHANT MASTER NO MCC CAN BE CHECKED -- THE RUN 00443715
      *    GOES ON AND MMEXFILE IS LEFT EMPTY.                          00443715
           OPEN INPUT MRCHMAST                                          00443715
                                                                        00443715
           IF MRCHMAST-FILE-STATUS = '00'                               00443715
             MOVE 1 TO WS-MMST-OPEN                                     00443715
           ELSE                                                         00443715
             DISPLAY 'OPEN MRCHMAST FILE-STATUS = '                     00443715
                     MRCHMAST-FILE-STATUS                               00443715
             DISPLAY 'NO MERCHANT MASTER -- MCC NOT CHECKED'            00443715
           END-IF                                                       00443715
      *    FEEDFILE IS WRITTEN IN ONE PASS AT END OF RUN FROM THE       00443715
      *    RUN-LEVEL FEE DETAIL TABLE -- NEVER EXTENDED. THE TABLE AND  00443715
      *    THE FEECFILE RUN TOTALS ARE RESTORED FROM CKPTFILE ON A      00443715
      *    RESTART, SO BOTH STILL COVER THE WHOLE NIGHT.                00443715
           OPEN OUTPUT FEEDFILE                                         00443715
                                                                        00443715
           IF FEEDFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN FEED FILE-STATUS = '  FEEDFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR'                                     00443715
               TO WS-FAIL-REASON                                        00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-MONTH-END-FLAG = 'Y'                                 00443715
             IF WS-RESTART-MODE = 1                                     00443715
               OPEN EXTEND CLOSFILE                                     00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
      *    WITHOUT THE CONSENT FILE NOTHING CAN BE SHOWN TO BE          00443715
      *    CONSENTED, SO EVERY CHURN AND CHURN-RISK ROW IS HELD RATHER  00443715
      *    THAN THE RUN FAILING -- THE HELD ROWS CAN BE RELEASED.       00443715
           OPEN INPUT CONSENT                                           00443715
                                                                        00443715
           IF CONSENT-FILE-STATUS = '00'                                00443715
             MOVE 1 TO WS-CONS-OPEN                                     00443715
           ELSE                                                         00443715
             DISPLAY 'OPEN CONSENT FILE-STATUS = '                      00443715
                     CONSENT-FILE-STATUS                                00443715
             DISPLAY 'NO CONSENT FILE -- RETENTION EXTRACTS HELD'       00443715
           END-IF                                                       00443715
                                                                        00443715
      *    CSUPFILE IS APPENDED BY EVERY JOB THAT HOLDS ROWS BACK.      00443715
           OPEN EXTEND CSUPFILE                                         00443715
                                                                        00443715
           IF CSUPFILE-FILE-STATUS NOT = '00'                           00443715
              AND CSUPFILE-FILE-STATUS NOT = '05'                       00443715
           THEN                                                         00443715
             DISPLAY 'OPEN CSUP FILE-STATUS = '  CSUPFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'OPENING FILES SUCCESSFUL '                          00443715
                                                                        00443715
           MOVE 1 TO WS-MAIN-FILES-OPEN                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       VERIFY-INPUTS-PARA.                                              00443715
      *    TRANFILE AND SUSPIN ARE BOTH DRY ONCE THE MERGE ENDS.        00443715
      *    AHSTIN IS STILL BEING ROLLED FORWARD AND IS VERIFIED IN      00443715
      *    END-PROCESS, AFTER ITS FLUSH.                                00443715
           IF WS-TRANFILE-REG = 1                                       00443715
             MOVE 'EDITFILE'           TO GREG-DATASET                  00443715
             MOVE 'D'                  TO GREG-EXPECT                   00443715
             MOVE 'TRANFILE'           TO WS-GREG-INPUT-DD              00443715
             MOVE WS-TRANDATA-CNTR     TO GREG-RECORD-CNT               00443715
             MOVE WS-TRANHASH-TOTAL    TO GREG-HASH-TOTAL               00443715
             PERFORM VERIFY-INPUT-GENERATION-PARA                       00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-SUSPIN-REG = 1                                         00443715
             MOVE 'SUSPFILE'           TO GREG-DATASET                  00443715
             MOVE 'P'                  TO GREG-EXPECT                   00443715
             MOVE 'SUSPIN'             TO WS-GREG-INPUT-DD              00443715
             MOVE WS-SUSPIN-READ-CNTR  TO GREG-RECORD-CNT               00443715
             MOVE WS-SUSPIN-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
             PERFORM VERIFY-INPUT-GENERATION-PARA                       00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-INPUT-GENERATION-PARA.                                     00443715
      *    CALLED AT OPEN WITH GREG-DATASET, GREG-EXPECT AND            00443715
      *    WS-GREG-INPUT-DD SET. A GENERATION THE PRODUCER DID NOT      00443715
      *    REGISTER FOR THIS CYCLE IS REFUSED BEFORE A RECORD OF IT     00443715
      *    IS USED. A DATASET THE REGISTRY HAS NEVER SEEN (FIRST        00443715
      *    CYCLE, OR A FILE NO SUITE JOB PRODUCES) IS READ WITH A       00443715
      *    WARNING.                                                     00443715
      *    A WHAT-IF RUN READS WHATEVER PAST GENERATIONS THE            00443715
      *    OPERATOR WIRED IN AND LEAVES THE REGISTRY UNTOUCHED --       00443715
      *    THE -REG SWITCH STAYS OFF, SO NOTHING IS VERIFIED LATER.     00443715
           IF PARM-WHATIF-MODE = 'Y'                                    00443715
             DISPLAY WS-GREG-INPUT-DD ' READ UNVERIFIED -- WHAT-IF RUN' 00443715
             MOVE SPACES TO GREG-RESULT                                 00443715
           ELSE                                                         00443715
             MOVE 'C'               TO GREG-FUNCTION                    00443715
             MOVE 'MASTRANC'        TO GREG-JOB-NAME                    00443715
             MOVE PARM-PROCESS-DATE TO GREG-PROCESS-DATE                00443715
             MOVE PARM-CYCLE-ID     TO GREG-CYCLE-ID                    00443715
             CALL 'MASTRNGR'     USING GREG-LINKAGE                     00443715
             END-CALL                                                   00443715
                                                                        00443715
             EVALUATE TRUE                                              00443715
               WHEN GREG-RESULT-MATCHED                                 00443715
                 DISPLAY WS-GREG-INPUT-DD ' IS ' GREG-DATASET           00443715
                         ' GENERATION ' GREG-REG-PROCESS-DATE           00443715
                         ' CYCLE ' GREG-REG-CYCLE-ID                    00443715
                         ' FROM ' GREG-REG-JOB-NAME                     00443715
               WHEN GREG-RESULT-UNREGISTERED                            00443715
                 DISPLAY 'NO ' GREG-DATASET ' GENERATION REGISTERED -- '00443715
                         WS-GREG-INPUT-DD ' READ UNVERIFIED'            00443715
               WHEN GREG-RESULT-STALE                                   00443715
                 DISPLAY WS-GREG-INPUT-DD ' REFUSED -- NO ' GREG-DATASET00443715
                         ' GENERATION REGISTERED FOR THIS CYCLE'        00443715
                                                                        00443715
                 MOVE 1 TO WS-RUN-FAILED                                00443715
                 MOVE 'STALE INPUT GENERATION' TO WS-FAIL-REASON        00443715
                 PERFORM END-PROCESS                                    00443715
               WHEN OTHER                                               00443715
                 DISPLAY 'GENERATION REGISTRY UNREADABLE CHECKING '     00443715
                         WS-GREG-INPUT-DD                               00443715
                                                                        00443715
                 MOVE 1 TO WS-RUN-FAILED                                00443715
                 MOVE 'GENERATION REGISTRY ERROR' TO WS-FAIL-REASON     00443715
                 PERFORM END-PROCESS                                    00443715
             END-EVALUATE                                               00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       VERIFY-INPUT-GENERATION-PARA.                                    00443715
      *    CALLED ONCE A REGISTERED INPUT HAS BEEN READ TO ITS END. A   00443715
      *    COUNT OR HASH THAT DIFFERS FROM THE REGISTERED FIGURES IS A  00443715
      *    DIFFERENT OR DAMAGED GENERATION FED UNDER THE RIGHT DATE --  00443715
      *    THE RUN FAILS, SO NONE OF ITS OUTPUT IS REGISTERED FOR THE   00443715
      *    NEXT JOB TO TAKE. THE CALLER DECIDES WHEN TO STOP.           00443715
           MOVE 'V'               TO GREG-FUNCTION                      00443715
           MOVE 'MASTRANC'        TO GREG-JOB-NAME                      00443715
           MOVE PARM-PROCESS-DATE TO GREG-PROCESS-DATE                  00443715
           MOVE PARM-CYCLE-ID     TO GREG-CYCLE-ID                      00443715
           CALL 'MASTRNGR'     USING GREG-LINKAGE                       00443715
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
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       REGISTER-OUTPUTS-PARA.                                           00443715
      *    EVERY GENERATION A LATER JOB READS BACK IS REGISTERED --     00443715
      *    OUTFILE FOR MASTRAND AND MASTRNDO, ENRFILE FOR MASTRNEM,     00443715
      *    MASTRNEC AND MASTRNTL, PNTXFILE FOR MASTRNPT, MASTRNFA,      00443715
      *    MASTRNCT AND MASTRNSB, SUSPFILE AND AHSTFILE FOR THE NEXT    00443715
      *    CYCLE OF THIS JOB (AND AHSTFILE FOR MASTRNEV), GLSMFILE,     00443715
      *    BASEFILE AND FEECFILE FOR MASTRNGL, BALXFILE FOR MASTRNBL,   00443715
      *    RSTXFILE FOR MASTRNRS, FEEDFILE FOR MASTRNFS, STRXFILE FOR   00443715
      *    MASTRNSX, AND GEOVFILE AND MMEXFILE FOR MASTRANF. A FAILED   00443715
      *    RUN REGISTERS NOTHING, SO ITS OUTPUT IS REFUSED BY WHATEVER  00443715
      *    READS IT NEXT.                                               00443715
           MOVE 'OUTFILE'              TO GREG-DATASET                  00443715
           MOVE WS-OUTFILE-CNTR        TO GREG-RECORD-CNT               00443715
           MOVE WS-OUTFILE-HASH-TOTAL  TO GREG-HASH-TOTAL               00443715
           PERFORM REGISTER-OUTPUT-GENERATION-PARA                      00443715
                                                                        00443715
           MOVE 'ENRFILE'              TO GREG-DATASET                  00443715
           MOVE WS-ENRFILE-CNTR        TO GREG-RECORD-CNT               00443715
           MOVE WS-ENRFILE-HASH-TOTAL  TO GREG-HASH-TOTAL               00443715
           PERFORM REGISTER-OUTPUT-GENERATION-PARA                      00443715
                                                                        00443715
           MOVE 'PNTXFILE'             TO GREG-DATASET                  00443715
           MOVE WS-PNTXFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-PNTXFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           PERFORM REGISTER-OUTPUT-GENERATION-PARA                      00443715
                                                                        00443715
           MOVE 'SUSPFILE'             TO GREG-DATASET                  00443715
           MOVE WS-SUSPFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-SUSPFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           PERFORM REGISTER-OUTPUT-GENERATION-PARA                      00443715
                                                                        00443715
           MOVE 'AHSTFILE'             TO GREG-DATASET                  00443715
           MOVE WS-AHSTFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-AHSTFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           PERFORM REGISTER-OUTPUT-GENERATION-PARA                      00443715
                                                                        00443715
           MOVE 'GLSMFILE'             TO GREG-DATASET                  00443715
           MOVE WS-GLSMFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-GLSMFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           PERFORM REGISTER-OUTPUT-GENERATION-PARA                      00443715
                                                                        00443715
           MOVE 'BASEFILE'             TO GREG-DATASET                  00443715
           MOVE WS-BASEFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-BASEFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           PERFORM REGISTER-OUTPUT-GENERATION-PARA                      00443715
                                                                        00443715
           MOVE 'FEECFILE'             TO GREG-DATASET                  00443715
           MOVE WS-FEECFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-FEECFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           PERFORM REGISTER-OUTPUT-GENERATION-PARA                      00443715
                                                                        00443715
           MOVE 'BALXFILE'             TO GREG-DATASET                  00443715
           MOVE WS-BALXFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-BALXFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           PERFORM REGISTER-OUTPUT-GENERATION-PARA                      00443715
                                                                        00443715
           MOVE 'RSTXFILE'             TO GREG-DATASET                  00443715
           MOVE WS-RSTXFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-RSTXFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           PERFORM REGISTER-OUTPUT-GENERATION-PARA                      00443715
                                                                        00443715
           MOVE 'FEEDFILE'             TO GREG-DATASET                  00443715
           MOVE WS-FEEDFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-FEEDFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           PERFORM REGISTER-OUTPUT-GENERATION-PARA                      00443715
                                                                        00443715
           MOVE 'STRXFILE'             TO GREG-DATASET                  00443715
           MOVE WS-STRXFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-STRXFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           PERFORM REGISTER-OUTPUT-GENERATION-PARA                      00443715
                                                                        00443715
           MOVE 'GEOVFILE'             TO GREG-DATASET                  00443715
           MOVE WS-GEOVFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-GEOVFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           PERFORM REGISTER-OUTPUT-GENERATION-PARA                      00443715
                                                                        00443715
           MOVE 'MMEXFILE'             TO GREG-DATASET                  00443715
           MOVE WS-MMEXFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-MMEXFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           PERFORM REGISTER-OUTPUT-GENERATION-PARA                      00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       REGISTER-OUTPUT-GENERATION-PARA.                                 00443715
                                                                        00443715
           MOVE 'R'               TO GREG-FUNCTION                      00443715
           MOVE 'MASTRANC'        TO GREG-JOB-NAME                      00443715
           MOVE PARM-PROCESS-DATE TO GREG-PROCESS-DATE                  00443715
           MOVE PARM-CYCLE-ID     TO GREG-CYCLE-ID                      00443715
           CALL 'MASTRNGR'     USING GREG-LINKAGE                       00443715
           END-CALL                                                     00443715
                                                                        00443715
           IF GREG-RESULT-MATCHED                                       00443715
             DISPLAY GREG-DATASET ' GENERATION REGISTERED FOR '         00443715
                     GREG-PROCESS-DATE ' CYCLE ' GREG-CYCLE-ID          00443715
           ELSE                                                         00443715
             DISPLAY GREG-DATASET ' GENERATION COULD NOT BE REGISTERED' 00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'GENERATION REGISTRY ERROR' TO WS-FAIL-REASON         00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       VALIDATE-TRAN-SEQUENCE-PARA.                                     00443715
      *    TRANFILE MUST ALSO ARRIVE SORTED ASCENDING BY TRAN-CONT-ID    00443715
      *    FOR THE SAME REASON CUSTMAST MUST -- SEE                     00443715
