       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNDO.                                            00443715
      *    MASTRNDO IS THE NIGHTLY DORMANT-ACCOUNT LIFECYCLE AND        00443715
      *    UNCLAIMED-BALANCE (ESCHEATMENT) RUN. NOACTFILE ONLY SAYS     00443715
      *    WHO WAS QUIET TONIGHT -- A CONTRACT SILENT FOR EIGHTEEN      00443715
      *    MONTHS LOOKED THE SAME AS ONE QUIET SINCE YESTERDAY. THIS    00443715
      *    JOB CARRIES EACH CONTRACT'S LAST ACTIVITY DATE ACROSS        00443715
      *    CYCLES THE SAME WAY MASTRNBL CARRIES THE LEDGER: DORMIN IS   00443715
      *    THE PRIOR CYCLE'S STATE AND DORMFILE IS WRITTEN WITH ONE ROW 00443715
      *    FOR EVERY LIVE CUSTMAST CONTRACT. TONIGHT'S OUTFILE          00443715
      *    LAST_ACTIVITY MOVES THE DATE ON; WHOLE MONTHS OF SILENCE     00443715
      *    SINCE IT MOVE THE CONTRACT THROUGH THE LIFECYCLE AT THE      00443715
      *    PARM THRESHOLDS:                                             00443715
      *      A -- ACTIVE;                                               00443715
      *      I -- INACTIVE  (PARM-DORM-INACTIVE-MONTHS);                00443715
      *      Z -- DORMANT   (PARM-DORM-DORMANT-MONTHS);                 00443715
      *      U -- DUE FOR UNCLAIMED-PROPERTY REPORTING                  00443715
      *           (PARM-DORM-UNCLAIMED-MONTHS, THE STATUTORY PERIOD).   00443715
      *    WITHOUT ACTIVITY A CONTRACT ONLY EVER MOVES FORWARD. WHEN    00443715
      *    THE STATE DIFFERS FROM CUST-STATUS A FIELD CODE 'S'          00443715
      *    CORRECTION IS CUT TO DCORFILE FOR THE NEXT MASTRANM RUN, SO  00443715
      *    THE CHANGE IS APPLIED, LOGGED AND JOURNALED LIKE ANY OTHER --00443715
      *    ONE MASTRANM REJECTS IS CUT AGAIN THE FOLLOWING NIGHT. ANY   00443715
      *    NEW TRANSACTION PUTS THE CONTRACT BACK TO 'A'; ONE COMING    00443715
      *    BACK FROM I, Z OR U IS LISTED ON REACTFILE FOR REVIEW.       00443715
      *    ESCHRPT LISTS THE CONTRACTS THAT REACHED THE STATUTORY       00443715
      *    PERIOD TONIGHT, ONE SECTION PER INSTITUTION, WITH THE        00443715
      *    LEDGER BALANCE FROM BLEDFILE -- A CREDIT BALANCE IS MONEY    00443715
      *    OWED TO THE CUSTOMER AND IS THE AMOUNT TO REPORT.            00443715
      *    RUNS AFTER MASTRANC AND MASTRNBL.                            00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT CUSTMAST ASSIGN TO CUSTMAST                          00443715
            ORGANIZATION IS INDEXED                                     00443715
            ACCESS MODE IS SEQUENTIAL                                   00443715
            RECORD KEY IS MAIN-CONT-ID                                  00443715
            FILE STATUS IS CUSTFILE-FILE-STATUS.                        00443715
            SELECT OUTFILE ASSIGN TO OUTFILE                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS OUTFILE-FILE-STATUS.                         00443715
            SELECT BLEDFILE ASSIGN TO BLEDFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS BLEDFILE-FILE-STATUS.                        00443715
            SELECT DORMIN ASSIGN TO DORMIN                              00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS DORMIN-FILE-STATUS.                          00443715
            SELECT DORMFILE ASSIGN TO DORMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS DORMFILE-FILE-STATUS.                        00443715
            SELECT DCORFILE ASSIGN TO DCORFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS DCORFILE-FILE-STATUS.                        00443715
            SELECT REACTFILE ASSIGN TO REACTFILE                        00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS REACTFILE-FILE-STATUS.                       00443715
            SELECT SORTFILE ASSIGN TO SORTWK01.                         00443715
            SELECT ESCHRPT ASSIGN TO ESCHRPT                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS ESCHRPT-FILE-STATUS.                         00443715
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
      *    OUTFILE IS TONIGHT'S MASTRANC CSV, IN CONT-ID ORDER, WITH    00443715
      *    THE HEADER ROW FIRST. A DELTA RUN LEAVES OUT THE CUSTOMERS   00443715
      *    WITH NO ACTIVITY -- ABSENT AND BLANK LAST_ACTIVITY BOTH MEAN 00443715
      *    NO TRANSACTION TONIGHT.                                      00443715
       FD OUTFILE.                                                      00443715
       01 OUTFILE-REC              PIC X(200).                          00443715
                                                                        00443715
      *    BLEDFILE IS TONIGHT'S BALANCE LEDGER AS MASTRNBL WRITES IT,  00443715
      *    IN CONT-ID ORDER. A DEBIT BALANCE IS POSITIVE, A CREDIT      00443715
      *    BALANCE (OWED TO THE CUSTOMER) NEGATIVE.                     00443715
       FD BLEDFILE.                                                     00443715
       01 BLIN-REC.                                                     00443715
          05 BLIN-CONT-ID          PIC 9(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 BLIN-POST-DATE        PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 BLIN-LAST-ACT-DATE    PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 BLIN-OPENING          PIC X(19).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 BLIN-DEBITS           PIC X(19).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 BLIN-CREDITS          PIC X(19).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 BLIN-CLOSING          PIC X(19).                           00443715
                                                                        00443715
      *    DORMIN IS THE PREVIOUS GENERATION OF DORMFILE, READ BACK AS  00443715
      *    TEXT. THE FIRST NIGHT HAS NONE.                              00443715
       FD DORMIN.                                                       00443715
       01 DMIN-REC.                                                     00443715
          05 DMIN-CONT-ID          PIC 9(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 DMIN-INST-ID          PIC X(4).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 DMIN-LAST-ACT-DATE    PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 DMIN-STATE            PIC X(1).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 DMIN-STATE-DATE       PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 DMIN-REPORTED-DATE    PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 DMIN-POST-DATE        PIC X(8).                            00443715
                                                                        00443715
      *    DORMFILE -- ONE ROW PER LIVE CONTRACT IN CONT-ID ORDER, AND  00443715
      *    TOMORROW'S DORMIN. STATE-DATE IS THE NIGHT THE CONTRACT      00443715
      *    ENTERED ITS STATE; REPORTED-DATE THE NIGHT IT FIRST WENT ON  00443715
      *    ESCHRPT (BLANK UNLESS THE STATE IS U).                       00443715
       FD DORMFILE.                                                     00443715
       01 DORM-REC.                                                     00443715
          05 DORM-CONT-ID          PIC 9(10).                           00443715
          05 DORM-SEPARATOR-1      PIC X(1) VALUE ','.                  00443715
          05 DORM-INST-ID          PIC X(4).                            00443715
          05 DORM-SEPARATOR-2      PIC X(1) VALUE ','.                  00443715
          05 DORM-LAST-ACT-DATE    PIC X(8).                            00443715
          05 DORM-SEPARATOR-3      PIC X(1) VALUE ','.                  00443715
          05 DORM-STATE            PIC X(1).                            00443715
          05 DORM-SEPARATOR-4      PIC X(1) VALUE ','.                  00443715
          05 DORM-STATE-DATE       PIC X(8).                            00443715
          05 DORM-SEPARATOR-5      PIC X(1) VALUE ','.                  00443715
          05 DORM-REPORTED-DATE    PIC X(8).                            00443715
          05 DORM-SEPARATOR-6      PIC X(1) VALUE ','.                  00443715
          05 DORM-POST-DATE        PIC X(8).                            00443715
                                                                        00443715
      *    DCORFILE CARRIES THE STATUS CHANGES AS CORRFILE RECORDS.     00443715
      *    CORR-REC IS REPLICATED FROM MASTRANM.CBL, WHICH REMAINS THE  00443715
      *    ONE PLACE THE RECORD IS DEFINED -- ONLY FIELD CODE 'S' IS    00443715
      *    RAISED HERE.                                                 00443715
       FD DCORFILE.                                                     00443715
       01 CORR-REC.                                                     00443715
          05 CORR-CONT-ID          PIC 9(10).                           00443715
          05 CORR-FIELD-CODE       PIC X(1).                            00443715
             88 CORR-FLD-STATUS       VALUE 'S'.                        00443715
          05 CORR-NEW-VALUE        PIC X(13).                           00443715
          05 CORR-ANALYST-ID       PIC X(8).                            00443715
          05 CORR-ADD-IMAGE        PIC X(54).                           00443715
                                                                        00443715
      *    REACTFILE IS THE REACTIVATION REVIEW LIST -- ONE ROW PER     00443715
      *    CONTRACT THAT CAME BACK TO LIFE TONIGHT FROM I, Z OR U.      00443715
       FD REACTFILE.                                                    00443715
       01 REACT-REC.                                                    00443715
          05 REACT-CONT-ID         PIC 9(10).                           00443715
          05 REACT-SEPARATOR-1     PIC X(1) VALUE ','.                  00443715
          05 REACT-INST-ID         PIC X(4).                            00443715
          05 REACT-SEPARATOR-2     PIC X(1) VALUE ','.                  00443715
          05 REACT-PRIOR-STATE     PIC X(1).                            00443715
          05 REACT-SEPARATOR-3     PIC X(1) VALUE ','.                  00443715
          05 REACT-PRIOR-STATE-DATE PIC X(8).                           00443715
          05 REACT-SEPARATOR-4     PIC X(1) VALUE ','.                  00443715
          05 REACT-PRIOR-ACT-DATE  PIC X(8).                            00443715
          05 REACT-SEPARATOR-5     PIC X(1) VALUE ','.                  00443715
          05 REACT-MONTHS-SILENT   PIC 9(4).                            00443715
          05 REACT-SEPARATOR-6     PIC X(1) VALUE ','.                  00443715
          05 REACT-LAST-ACT-DATE   PIC X(8).                            00443715
          05 REACT-SEPARATOR-7     PIC X(1) VALUE ','.                  00443715
          05 REACT-TXN-CNTR        PIC Z(8)9.                           00443715
          05 REACT-SEPARATOR-8     PIC X(1) VALUE ','.                  00443715
          05 REACT-TXN-AMOUNT      PIC -(14)9.99.                       00443715
          05 REACT-SEPARATOR-9     PIC X(1) VALUE ','.                  00443715
          05 REACT-REPORTED-DATE   PIC X(8).                            00443715
      *       BLANK UNLESS THE BALANCE WAS ALREADY REPORTED AS          00443715
      *       UNCLAIMED -- THAT REPORT MAY NEED TO BE WITHDRAWN.        00443715
          05 REACT-SEPARATOR-10    PIC X(1) VALUE ','.                  00443715
          05 REACT-PROCESS-DATE    PIC X(8).                            00443715
                                                                        00443715
       SD SORTFILE.                                                     00443715
       01 SORT-REC.                                                     00443715
          05 SRT-INST-ID           PIC X(4).                            00443715
          05 SRT-CONT-ID           PIC 9(10).                           00443715
          05 SRT-LAST-ACT-DATE     PIC X(8).                            00443715
          05 SRT-MONTHS-SILENT     PIC 9(4).                            00443715
          05 SRT-BALANCE           PIC S9(15)V99.                       00443715
          05 SRT-REPORTABLE        PIC 9(15)V99.                        00443715
          05 SRT-ON-LEDGER         PIC 9(1).                            00443715
                                                                        00443715
       FD ESCHRPT.                                                      00443715
       01 ESCHRPT-LINE             PIC X(132).                          00443715
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
       01 CUSTFILE-FILE-STATUS  PIC X(2).                               00443715
       01 OUTFILE-FILE-STATUS   PIC X(2).                               00443715
       01 BLEDFILE-FILE-STATUS  PIC X(2).                               00443715
       01 DORMIN-FILE-STATUS    PIC X(2).                               00443715
       01 DORMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 DCORFILE-FILE-STATUS  PIC X(2).                               00443715
       01 REACTFILE-FILE-STATUS PIC X(2).                               00443715
       01 ESCHRPT-FILE-STATUS   PIC X(2).                               00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
      *    MATCHED-MERGE STATE. CUSTMAST DRIVES; OUTFILE, BLEDFILE AND  00443715
      *    DORMIN ARE ADVANCED TO EACH CONTRACT IN TURN.                00443715
       01 WS-CUST-OPEN          PIC 9 VALUE 0.                          00443715
       01 WS-CUST-HELD          PIC 9 VALUE 0.                          00443715
       01 WS-OUT-OPEN           PIC 9 VALUE 0.                          00443715
       01 WS-OUT-HELD           PIC 9 VALUE 0.                          00443715
       01 WS-OUT-CONT-ID        PIC 9(10).                              00443715
       01 WS-BLED-OPEN          PIC 9 VALUE 0.                          00443715
       01 WS-BLED-HELD          PIC 9 VALUE 0.                          00443715
       01 WS-DMIN-OPEN          PIC 9 VALUE 0.                          00443715
       01 WS-DMIN-HELD          PIC 9 VALUE 0.                          00443715
       01 WS-DMIN-PREV-ID       PIC 9(10) VALUE ZEROES.                 00443715
       01 WS-SORT-EOF           PIC 9 VALUE 0.                          00443715
       01 WS-CUR-CONT-ID        PIC 9(10).                              00443715
       01 WS-CUR-INST-ID        PIC X(4).                               00443715
       01 WS-CUR-STATUS         PIC X(1).                               00443715
       01 WS-ACTIVE-TONIGHT     PIC 9.                                  00443715
       01 WS-TXN-CNTR           PIC 9(9).                               00443715
       01 WS-TXN-AMOUNT         PIC S9(15)V99.                          00443715
       01 WS-ON-LEDGER          PIC 9.                                  00443715
       01 WS-BALANCE            PIC S9(15)V99.                          00443715
      *    LIFECYCLE STATES ARE COMPARED BY RANK -- A 0, I 1, Z 2, U 3. 00443715
       01 WS-PRIOR-FOUND        PIC 9.                                  00443715
       01 WS-PRIOR-STATE        PIC X(1).                               00443715
       01 WS-PRIOR-STATE-DATE   PIC X(8).                               00443715
       01 WS-PRIOR-ACT-DATE     PIC X(8).                               00443715
       01 WS-PRIOR-REPORTED-DATE PIC X(8).                              00443715
       01 WS-PRIOR-RANK         PIC 9.                                  00443715
       01 WS-NEW-RANK           PIC 9.                                  00443715
       01 WS-NEW-STATE          PIC X(1).                               00443715
       01 WS-TONIGHT-ACT-DATE   PIC X(8).                               00443715
       01 WS-LAST-ACT-DATE.                                             00443715
          05 WS-LAST-CCYY          PIC 9(4).                            00443715
          05 WS-LAST-MM            PIC 9(2).                            00443715
          05 WS-LAST-DD            PIC 9(2).                            00443715
       01 WS-PROC-DATE.                                                 00443715
          05 WS-PROC-CCYY          PIC 9(4).                            00443715
          05 WS-PROC-MM            PIC 9(2).                            00443715
          05 WS-PROC-DD            PIC 9(2).                            00443715
       01 WS-MONTHS-SILENT      PIC S9(5).                              00443715
      *    WS-RPT-INPUT MIRRORS OUTFILE'S CSV COLUMNS, UNSTRUNG THE     00443715
      *    SAME WAY MASTRNTR UNSTRINGS THEM.                            00443715
       01 WS-RPT-INPUT.                                                 00443715
          05 RPT-CUST-ID           PIC X(20).                           00443715
          05 RPT-GENDER            PIC X(10).                           00443715
          05 RPT-AGE-YEARS         PIC X(9).                            00443715
          05 RPT-HIGHEST-EDU       PIC X(1).                            00443715
          05 RPT-ANNUAL-INVEST     PIC X(15).                           00443715
          05 RPT-ANNUAL-INCOME     PIC X(15).                           00443715
          05 RPT-ACTIVITY-LEVEL    PIC X(1).                            00443715
          05 RPT-CHURN             PIC X(1).                            00443715
          05 RPT-CONT-ID           PIC X(10).                           00443715
          05 RPT-TOTAL-TXNS        PIC X(9).                            00443715
          05 RPT-TOTAL-TXN-AMOUNT  PIC X(18).                           00443715
          05 RPT-AVG-TXN-MOUNT     PIC X(15).                           00443715
          05 RPT-DAILY-TXNS        PIC X(15).                           00443715
          05 RPT-FIRST-ACTIVITY    PIC X(10).                           00443715
          05 RPT-LAST-ACTIVITY     PIC X(10).                           00443715
          05 RPT-INST-ID           PIC X(4).                            00443715
      *    ESCHEATMENT REPORT STATE -- THE CURRENT INSTITUTION'S        00443715
      *    RUNNING TOTALS AND THE RUN'S GRAND TOTALS.                   00443715
       01 WS-RPT-INST-ID        PIC X(4) VALUE SPACES.                  00443715
       01 WS-RPT-STARTED        PIC 9 VALUE 0.                          00443715
       01 WS-FIRST-PAGE         PIC 9 VALUE 1.                          00443715
       01 WS-INST-CNTR          PIC 9(9).                               00443715
       01 WS-INST-REPORTABLE    PIC 9(15)V99.                           00443715
       01 WS-TOT-REPORTABLE     PIC 9(15)V99 VALUE ZEROES.              00443715
       01 WS-RPT-WORK           PIC X(132).                             00443715
       01 WS-MONTHS-EDT         PIC ZZZ9.                               00443715
       01 WS-CNTR-EDT           PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-BALANCE-EDT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.              00443715
       01 WS-AMOUNT-EDT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.               00443715
       01 WS-COUNTERS-1.                                                00443715
          05 WS-CUSTMAST-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DELETED-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-CUSTOMER-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-OUTFILE-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-BLEDFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DORMIN-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-NEW-CNTR          PIC 9(9) VALUE ZEROES.                00443715
          05 WS-RETIRED-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-ACTIVE-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-INACTIVE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DORMANT-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-UNCLAIMED-CNTR    PIC 9(9) VALUE ZEROES.                00443715
          05 WS-REACT-CNTR        PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DCOR-CNTR         PIC 9(9) VALUE ZEROES.                00443715
          05 WS-ESCHEAT-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DORMFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
       01 WS-CUSTMAST-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-CUSTOMER-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-OUTFILE-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-BLEDFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-DORMIN-CNTR-EDT    PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-NEW-CNTR-EDT       PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-RETIRED-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-ACTIVE-CNTR-EDT    PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-INACTIVE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-DORMANT-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-UNCLAIMED-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-REACT-CNTR-EDT     PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-DCOR-CNTR-EDT      PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-ESCHEAT-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-DORMFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
      *    THE GENERATION REGISTRY'S FIGURES FOR OUTFILE, BLEDFILE,     00443715
      *    DORMIN AND DORMFILE -- THE HASH IS THE SUM OF THE CONTRACT   00443715
      *    IDS. OUTFILE'S CSV HEADER IS NOT COUNTED.                    00443715
       01 WS-OUTFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.              00443715
       01 WS-BLEDFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-DORMIN-HASH-TOTAL  PIC 9(16)V99 VALUE ZEROES.              00443715
       01 WS-DORMFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-OUTFILE-REG        PIC 9 VALUE 0.                          00443715
       01 WS-BLEDFILE-REG       PIC 9 VALUE 0.                          00443715
       01 WS-DORMIN-REG         PIC 9 VALUE 0.                          00443715
       01 WS-GREG-INPUT-DD      PIC X(8) VALUE SPACES.                  00443715
       COPY GREGLNK.                                                    00443715
         COPY PGATLNK.                                                  00443715
                                                                        00443715
       PROCEDURE DIVISION.                                              00443715
                                                                        00443715
           PERFORM START-PROCESS                                        00443715
                                                                        00443715
           SORT SORTFILE ON ASCENDING KEY SRT-INST-ID                   00443715
                            ASCENDING KEY SRT-CONT-ID                   00443715
             INPUT PROCEDURE IS BUILD-LIFECYCLE-PARA                    00443715
             OUTPUT PROCEDURE IS WRITE-ESCHEAT-RPT-PARA                 00443715
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
           PERFORM OPEN-PRIOR-STATE-PARA                                00443715
                                                                        00443715
           PERFORM CUST-READ-PARA                                       00443715
                                                                        00443715
           PERFORM OUTFILE-READ-PARA                                    00443715
                                                                        00443715
           PERFORM BLEDFILE-READ-PARA                                   00443715
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
           MOVE 'MASTRNDO' TO PGAT-JOB-NAME                             00443715
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
      *    A MISSING CARD OR BLANK FIELD MEANS THE HOME INSTITUTION,    00443715
      *    SAME AS EVERYWHERE ELSE IN THE SUITE.                        00443715
           MOVE SPACES TO PARM-INST-ID                                  00443715
           MOVE SPACES TO PARM-PROCESS-DATE                             00443715
           MOVE ZEROES TO PARM-DORM-INACTIVE-MONTHS                     00443715
           MOVE ZEROES TO PARM-DORM-DORMANT-MONTHS                      00443715
           MOVE ZEROES TO PARM-DORM-UNCLAIMED-MONTHS                    00443715
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
      *    EVERY MONTH OF SILENCE IS COUNTED TO THE PROCESS DATE --     00443715
      *    WITHOUT ONE THE LIFECYCLE CANNOT MOVE.                       00443715
           IF PARM-PROCESS-DATE NOT NUMERIC                             00443715
             DISPLAY 'PARM-PROCESS-DATE MISSING -- DORMANCY CANNOT '    00443715
                     'BE AGED'                                          00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'NO PROCESS DATE' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-INST-ID = SPACES                                     00443715
             MOVE 'I001' TO PARM-INST-ID                                00443715
           END-IF                                                       00443715
                                                                        00443715
      *    A SHORT CARD LEAVES SPACES IN THE NEWER NUMERIC FIELDS --    00443715
      *    BLANK OR ZERO TAKES THE SHIPPED DEFAULT. THE THRESHOLDS      00443715
      *    ARE HELD IN ORDER SO NO STATE CAN BE SKIPPED BACKWARDS.      00443715
           IF PARM-DORM-INACTIVE-MONTHS NOT NUMERIC                     00443715
              OR PARM-DORM-INACTIVE-MONTHS = ZEROES                     00443715
             MOVE 6 TO PARM-DORM-INACTIVE-MONTHS                        00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-DORM-DORMANT-MONTHS NOT NUMERIC                      00443715
              OR PARM-DORM-DORMANT-MONTHS = ZEROES                      00443715
             MOVE 12 TO PARM-DORM-DORMANT-MONTHS                        00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-DORM-UNCLAIMED-MONTHS NOT NUMERIC                    00443715
              OR PARM-DORM-UNCLAIMED-MONTHS = ZEROES                    00443715
             MOVE 36 TO PARM-DORM-UNCLAIMED-MONTHS                      00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-DORM-DORMANT-MONTHS < PARM-DORM-INACTIVE-MONTHS      00443715
             MOVE PARM-DORM-INACTIVE-MONTHS                             00443715
               TO PARM-DORM-DORMANT-MONTHS                              00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-DORM-UNCLAIMED-MONTHS < PARM-DORM-DORMANT-MONTHS     00443715
             MOVE PARM-DORM-DORMANT-MONTHS                              00443715
               TO PARM-DORM-UNCLAIMED-MONTHS                            00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'PARM PROCESS DATE = ' PARM-PROCESS-DATE             00443715
           DISPLAY 'PARM INST ID = ' PARM-INST-ID                       00443715
           DISPLAY 'PARM DORMANCY MONTHS -- INACTIVE '                  00443715
                   PARM-DORM-INACTIVE-MONTHS ' DORMANT '                00443715
                   PARM-DORM-DORMANT-MONTHS ' UNCLAIMED '               00443715
                   PARM-DORM-UNCLAIMED-MONTHS                           00443715
                                                                        00443715
           MOVE PARM-PROCESS-DATE TO WS-PROC-DATE                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FILE-OPEN-PARA.                                                  00443715
                                                                        00443715
           OPEN INPUT CUSTMAST                                          00443715
                                                                        00443715
           IF CUSTFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN CUSTMAST FILE-STATUS = '                     00443715
                     CUSTFILE-FILE-STATUS                               00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 1 TO WS-CUST-OPEN                                       00443715
                                                                        00443715
      *    WITHOUT TONIGHT'S OUTFILE EVERY CONTRACT WOULD LOOK SILENT   00443715
      *    AND AGE A NIGHT; WITHOUT THE LEDGER THE ESCHEATMENT REPORT   00443715
      *    HAS NO BALANCE TO SHOW -- BOTH ARE REQUIRED.                 00443715
           OPEN INPUT OUTFILE                                           00443715
                                                                        00443715
           IF OUTFILE-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN OUTFILE FILE-STATUS = '  OUTFILE-FILE-STATUS 00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 'OUTFILE'  TO GREG-DATASET                              00443715
           MOVE 'D'        TO GREG-EXPECT                               00443715
           MOVE 'OUTFILE'  TO WS-GREG-INPUT-DD                          00443715
           PERFORM CHECK-INPUT-GENERATION-PARA                          00443715
           IF GREG-RESULT-MATCHED                                       00443715
             MOVE 1 TO WS-OUTFILE-REG                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 1 TO WS-OUT-OPEN                                        00443715
                                                                        00443715
      *    OUTFILE'S FIRST RECORD IS THE SELF-DESCRIBING CSV HEADER     00443715
      *    ROW MASTRANC WRITES -- DISCARD IT.                           00443715
           READ OUTFILE                                                 00443715
             AT END                                                     00443715
               MOVE 0 TO WS-OUT-OPEN                                    00443715
           END-READ                                                     00443715
                                                                        00443715
           OPEN INPUT BLEDFILE                                          00443715
                                                                        00443715
           IF BLEDFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN BLEDFILE FILE-STATUS = '                     00443715
                     BLEDFILE-FILE-STATUS                               00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 'BLEDFILE' TO GREG-DATASET                              00443715
           MOVE 'D'        TO GREG-EXPECT                               00443715
           MOVE 'BLEDFILE' TO WS-GREG-INPUT-DD                          00443715
           PERFORM CHECK-INPUT-GENERATION-PARA                          00443715
           IF GREG-RESULT-MATCHED                                       00443715
             MOVE 1 TO WS-BLEDFILE-REG                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 1 TO WS-BLED-OPEN                                       00443715
                                                                        00443715
           OPEN OUTPUT DORMFILE                                         00443715
                                                                        00443715
           IF DORMFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN DORM FILE-STATUS = '  DORMFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT DCORFILE                                         00443715
                                                                        00443715
           IF DCORFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN DCOR FILE-STATUS = '  DCORFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT REACTFILE                                        00443715
                                                                        00443715
           IF REACTFILE-FILE-STATUS NOT = '00'                          00443715
           THEN                                                         00443715
             DISPLAY 'OPEN REACT FILE-STATUS = '  REACTFILE-FILE-STATUS 00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT ESCHRPT                                          00443715
                                                                        00443715
           IF ESCHRPT-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN ESCHRPT FILE-STATUS = '                      00443715
                     ESCHRPT-FILE-STATUS                                00443715
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
       OPEN-PRIOR-STATE-PARA.                                           00443715
                                                                        00443715
           OPEN INPUT DORMIN                                            00443715
                                                                        00443715
           IF DORMIN-FILE-STATUS NOT = '00'                             00443715
           THEN                                                         00443715
             DISPLAY 'NO PRIOR DORMANCY STATE -- EVERY CONTRACT '       00443715
                     'STARTS ITS CLOCK TONIGHT'                         00443715
           ELSE                                                         00443715
             MOVE 'DORMFILE' TO GREG-DATASET                            00443715
             MOVE 'P'        TO GREG-EXPECT                             00443715
             MOVE 'DORMIN'   TO WS-GREG-INPUT-DD                        00443715
             PERFORM CHECK-INPUT-GENERATION-PARA                        00443715
             IF GREG-RESULT-MATCHED                                     00443715
               MOVE 1 TO WS-DORMIN-REG                                  00443715
             END-IF                                                     00443715
                                                                        00443715
             MOVE 1 TO WS-DMIN-OPEN                                     00443715
             PERFORM DORMIN-READ-PARA                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       DORMIN-READ-PARA.                                                00443715
                                                                        00443715
           MOVE 0 TO WS-DMIN-HELD                                       00443715
                                                                        00443715
           IF WS-DMIN-OPEN = 1                                          00443715
             READ DORMIN                                                00443715
               AT END                                                   00443715
                 MOVE 0 TO WS-DMIN-OPEN                                 00443715
                 CLOSE DORMIN                                           00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-DORMIN-CNTR                                00443715
                 ADD DMIN-CONT-ID TO WS-DORMIN-HASH-TOTAL               00443715
                 MOVE 1 TO WS-DMIN-HELD                                 00443715
                 IF DMIN-CONT-ID < WS-DMIN-PREV-ID                      00443715
                   DISPLAY 'DORMIN OUT OF SEQUENCE AT ' DMIN-CONT-ID    00443715
                   MOVE 1 TO WS-RUN-FAILED                              00443715
                   MOVE 'STATE OUT OF SEQUENCE' TO WS-FAIL-REASON       00443715
                   PERFORM END-PROCESS                                  00443715
                 END-IF                                                 00443715
      *          DORMIN MUST BE THE PRIOR GENERATION -- ONE ALREADY     00443715
      *          POSTED TONIGHT MEANS TONIGHT'S STATE WAS FED BACK IN   00443715
      *          AND THE REACTIVATIONS AND NEW U'S WOULD VANISH.        00443715
                 IF DMIN-POST-DATE NOT < PARM-PROCESS-DATE              00443715
                   DISPLAY 'DORMIN ALREADY POSTED FOR '                 00443715
                           DMIN-POST-DATE ' AT ' DMIN-CONT-ID           00443715
                   MOVE 1 TO WS-RUN-FAILED                              00443715
                   MOVE 'NIGHT ALREADY POSTED' TO WS-FAIL-REASON        00443715
                   PERFORM END-PROCESS                                  00443715
                 END-IF                                                 00443715
                 MOVE DMIN-CONT-ID TO WS-DMIN-PREV-ID                   00443715
             END-READ                                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CUST-READ-PARA.                                                  00443715
      *    LOGICALLY DELETED CONTRACTS ARE PASSED OVER -- ONE STILL ON  00443715
      *    DORMIN IS DROPPED FROM THE LIFECYCLE.                        00443715
           MOVE 0 TO WS-CUST-HELD                                       00443715
                                                                        00443715
           PERFORM UNTIL WS-CUST-HELD = 1 OR WS-CUST-OPEN = 0           00443715
             READ CUSTMAST                                              00443715
               AT END                                                   00443715
                 MOVE 0 TO WS-CUST-OPEN                                 00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-CUSTMAST-CNTR                              00443715
                 IF CUST-STATUS = 'D'                                   00443715
                   ADD 1 TO WS-DELETED-CNTR                             00443715
                 ELSE                                                   00443715
                   MOVE 1 TO WS-CUST-HELD                               00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       OUTFILE-READ-PARA.                                               00443715
                                                                        00443715
           MOVE 0 TO WS-OUT-HELD                                        00443715
                                                                        00443715
           IF WS-OUT-OPEN = 1                                           00443715
             READ OUTFILE                                               00443715
               AT END                                                   00443715
                 MOVE 0 TO WS-OUT-OPEN                                  00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-OUTFILE-CNTR                               00443715
                 MOVE 1 TO WS-OUT-HELD                                  00443715
                 MOVE SPACES TO WS-RPT-INPUT                            00443715
                 UNSTRING OUTFILE-REC DELIMITED BY ','                  00443715
                   INTO RPT-CUST-ID                                     00443715
                        RPT-GENDER                                      00443715
                        RPT-AGE-YEARS                                   00443715
                        RPT-HIGHEST-EDU                                 00443715
                        RPT-ANNUAL-INVEST                               00443715
                        RPT-ANNUAL-INCOME                               00443715
                        RPT-ACTIVITY-LEVEL                              00443715
                        RPT-CHURN                                       00443715
                        RPT-CONT-ID                                     00443715
                        RPT-TOTAL-TXNS                                  00443715
                        RPT-TOTAL-TXN-AMOUNT                            00443715
                        RPT-AVG-TXN-MOUNT                               00443715
                        RPT-DAILY-TXNS                                  00443715
                        RPT-FIRST-ACTIVITY                              00443715
                        RPT-LAST-ACTIVITY                               00443715
                        RPT-INST-ID                                     00443715
                 END-UNSTRING                                           00443715
                 COMPUTE WS-OUT-CONT-ID =                               00443715
                   FUNCTION NUMVAL (RPT-CONT-ID)                        00443715
                 ADD WS-OUT-CONT-ID TO WS-OUTFILE-HASH-TOTAL            00443715
             END-READ                                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       BLEDFILE-READ-PARA.                                              00443715
                                                                        00443715
           MOVE 0 TO WS-BLED-HELD                                       00443715
                                                                        00443715
           IF WS-BLED-OPEN = 1                                          00443715
             READ BLEDFILE                                              00443715
               AT END                                                   00443715
                 MOVE 0 TO WS-BLED-OPEN                                 00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-BLEDFILE-CNTR                              00443715
                 ADD BLIN-CONT-ID TO WS-BLEDFILE-HASH-TOTAL             00443715
                 MOVE 1 TO WS-BLED-HELD                                 00443715
             END-READ                                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       BUILD-LIFECYCLE-PARA.                                            00443715
      *    CUSTMAST DRIVES. OUTFILE AND LEDGER ROWS FOR A CONTRACT NO   00443715
      *    LONGER ACTIVE ON CUSTMAST ARE PASSED OVER AS THE MERGE       00443715
      *    ADVANCES.                                                    00443715
           PERFORM UNTIL WS-CUST-HELD = 0                               00443715
             MOVE MAIN-CONT-ID TO WS-CUR-CONT-ID                        00443715
             ADD 1 TO WS-CUSTOMER-CNTR                                  00443715
                                                                        00443715
             PERFORM GATHER-CONTRACT-PARA                               00443715
                                                                        00443715
             PERFORM AGE-CONTRACT-PARA                                  00443715
                                                                        00443715
             PERFORM POST-CONTRACT-PARA                                 00443715
                                                                        00443715
             PERFORM CUST-READ-PARA                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
      *    WHATEVER IS LEFT ON DORMIN SITS BEYOND THE LAST LIVE         00443715
      *    CONTRACT.                                                    00443715
           PERFORM UNTIL WS-DMIN-HELD = 0                               00443715
             ADD 1 TO WS-RETIRED-CNTR                                   00443715
             PERFORM DORMIN-READ-PARA                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
      *    OUTFILE AND LEDGER ROWS BEYOND THE LAST LIVE CONTRACT ARE    00443715
      *    READ OFF SO BOTH CAN BE PROVED AGAINST THEIR REGISTERED      00443715
      *    GENERATIONS.                                                 00443715
           PERFORM UNTIL WS-OUT-HELD = 0                                00443715
             PERFORM OUTFILE-READ-PARA                                  00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           PERFORM UNTIL WS-BLED-HELD = 0                               00443715
             PERFORM BLEDFILE-READ-PARA                                 00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-OUTFILE-REG = 1                                        00443715
             MOVE 'OUTFILE'             TO GREG-DATASET                 00443715
             MOVE 'D'                   TO GREG-EXPECT                  00443715
             MOVE 'OUTFILE'             TO WS-GREG-INPUT-DD             00443715
             MOVE WS-OUTFILE-CNTR       TO GREG-RECORD-CNT              00443715
             MOVE WS-OUTFILE-HASH-TOTAL TO GREG-HASH-TOTAL              00443715
             PERFORM VERIFY-INPUT-GENERATION-PARA                       00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-BLEDFILE-REG = 1                                       00443715
             MOVE 'BLEDFILE'             TO GREG-DATASET                00443715
             MOVE 'D'                    TO GREG-EXPECT                 00443715
             MOVE 'BLEDFILE'             TO WS-GREG-INPUT-DD            00443715
             MOVE WS-BLEDFILE-CNTR       TO GREG-RECORD-CNT             00443715
             MOVE WS-BLEDFILE-HASH-TOTAL TO GREG-HASH-TOTAL             00443715
             PERFORM VERIFY-INPUT-GENERATION-PARA                       00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-DORMIN-REG = 1                                         00443715
             MOVE 'DORMFILE'           TO GREG-DATASET                  00443715
             MOVE 'P'                  TO GREG-EXPECT                   00443715
             MOVE 'DORMIN'             TO WS-GREG-INPUT-DD              00443715
             MOVE WS-DORMIN-CNTR       TO GREG-RECORD-CNT               00443715
             MOVE WS-DORMIN-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
             PERFORM VERIFY-INPUT-GENERATION-PARA                       00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       GATHER-CONTRACT-PARA.                                            00443715
      *    THE CONTRACT'S PRIOR STATE, TONIGHT'S ACTIVITY AND ITS       00443715
      *    LEDGER BALANCE. BLANK (OLD GENERATION) RECORDS BELONG TO     00443715
      *    THE HOME INSTITUTION.                                        00443715
           IF CUST-INST-ID = SPACES                                     00443715
             MOVE PARM-INST-ID TO WS-CUR-INST-ID                        00443715
           ELSE                                                         00443715
             MOVE CUST-INST-ID TO WS-CUR-INST-ID                        00443715
           END-IF                                                       00443715
                                                                        00443715
           IF CUST-STATUS = SPACES                                      00443715
             MOVE 'A' TO WS-CUR-STATUS                                  00443715
           ELSE                                                         00443715
             MOVE CUST-STATUS TO WS-CUR-STATUS                          00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM UNTIL WS-DMIN-HELD = 0                               00443715
                      OR DMIN-CONT-ID NOT < WS-CUR-CONT-ID              00443715
             ADD 1 TO WS-RETIRED-CNTR                                   00443715
             PERFORM DORMIN-READ-PARA                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-DMIN-HELD = 1                                          00443715
              AND DMIN-CONT-ID = WS-CUR-CONT-ID                         00443715
             MOVE 1                  TO WS-PRIOR-FOUND                  00443715
             MOVE DMIN-STATE         TO WS-PRIOR-STATE                  00443715
             MOVE DMIN-STATE-DATE    TO WS-PRIOR-STATE-DATE             00443715
             MOVE DMIN-LAST-ACT-DATE TO WS-PRIOR-ACT-DATE               00443715
             MOVE DMIN-REPORTED-DATE TO WS-PRIOR-REPORTED-DATE          00443715
             PERFORM DORMIN-READ-PARA                                   00443715
           ELSE                                                         00443715
             MOVE 0                  TO WS-PRIOR-FOUND                  00443715
             MOVE SPACES             TO WS-PRIOR-STATE                  00443715
             MOVE SPACES             TO WS-PRIOR-STATE-DATE             00443715
             MOVE SPACES             TO WS-PRIOR-ACT-DATE               00443715
             MOVE SPACES             TO WS-PRIOR-REPORTED-DATE          00443715
             ADD 1 TO WS-NEW-CNTR                                       00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 0      TO WS-ACTIVE-TONIGHT                             00443715
           MOVE ZEROES TO WS-TXN-CNTR                                   00443715
           MOVE ZEROES TO WS-TXN-AMOUNT                                 00443715
           MOVE SPACES TO WS-TONIGHT-ACT-DATE                           00443715
                                                                        00443715
           PERFORM UNTIL WS-OUT-HELD = 0                                00443715
                      OR WS-OUT-CONT-ID NOT < WS-CUR-CONT-ID            00443715
             PERFORM OUTFILE-READ-PARA                                  00443715
           END-PERFORM                                                  00443715
                                                                        00443715
      *    LAST_ACTIVITY COMES AS CCYY-MM-DD.                           00443715
           IF WS-OUT-HELD = 1                                           00443715
              AND WS-OUT-CONT-ID = WS-CUR-CONT-ID                       00443715
              AND RPT-LAST-ACTIVITY NOT = SPACES                        00443715
             MOVE 1 TO WS-ACTIVE-TONIGHT                                00443715
             COMPUTE WS-TXN-CNTR = FUNCTION NUMVAL (RPT-TOTAL-TXNS)     00443715
             COMPUTE WS-TXN-AMOUNT =                                    00443715
               FUNCTION NUMVAL (RPT-TOTAL-TXN-AMOUNT)                   00443715
             STRING RPT-LAST-ACTIVITY (1:4)                             00443715
                    RPT-LAST-ACTIVITY (6:2)                             00443715
                    RPT-LAST-ACTIVITY (9:2)                             00443715
               DELIMITED BY SIZE INTO WS-TONIGHT-ACT-DATE               00443715
             IF WS-TONIGHT-ACT-DATE NOT NUMERIC                         00443715
               MOVE PARM-PROCESS-DATE TO WS-TONIGHT-ACT-DATE            00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 0      TO WS-ON-LEDGER                                  00443715
           MOVE ZEROES TO WS-BALANCE                                    00443715
                                                                        00443715
           PERFORM UNTIL WS-BLED-HELD = 0                               00443715
                      OR BLIN-CONT-ID NOT < WS-CUR-CONT-ID              00443715
             PERFORM BLEDFILE-READ-PARA                                 00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-BLED-HELD = 1                                          00443715
              AND BLIN-CONT-ID = WS-CUR-CONT-ID                         00443715
             MOVE 1 TO WS-ON-LEDGER                                     00443715
             COMPUTE WS-BALANCE = FUNCTION NUMVAL (BLIN-CLOSING)        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       AGE-CONTRACT-PARA.                                               00443715
      *    A CONTRACT NEW TO THE LIFECYCLE TAKES ITS CLOCK FROM THE     00443715
      *    LEDGER'S LAST-ACTIVITY DATE WHEN IT HAS ONE, SO THE          00443715
      *    EXISTING BOOK IS AGED FROM WHAT IS ALREADY KNOWN; FAILING    00443715
      *    THAT THE CLOCK STARTS TONIGHT. WHOLE MONTHS ARE COUNTED --   00443715
      *    THE 15TH TO THE 14TH OF THE NEXT MONTH IS NOT YET ONE.       00443715
           EVALUATE TRUE                                                00443715
             WHEN WS-ACTIVE-TONIGHT = 1                                 00443715
               MOVE WS-TONIGHT-ACT-DATE TO WS-LAST-ACT-DATE             00443715
               IF WS-PRIOR-ACT-DATE NUMERIC                             00443715
                  AND WS-PRIOR-ACT-DATE > WS-LAST-ACT-DATE              00443715
                 MOVE WS-PRIOR-ACT-DATE TO WS-LAST-ACT-DATE             00443715
               END-IF                                                   00443715
             WHEN WS-PRIOR-ACT-DATE NUMERIC                             00443715
               MOVE WS-PRIOR-ACT-DATE TO WS-LAST-ACT-DATE               00443715
             WHEN WS-ON-LEDGER = 1                                      00443715
                  AND BLIN-LAST-ACT-DATE NUMERIC                        00443715
               MOVE BLIN-LAST-ACT-DATE TO WS-LAST-ACT-DATE              00443715
             WHEN OTHER                                                 00443715
               MOVE PARM-PROCESS-DATE TO WS-LAST-ACT-DATE               00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           COMPUTE WS-MONTHS-SILENT =                                   00443715
               (WS-PROC-CCYY * 12 + WS-PROC-MM)                         00443715
             - (WS-LAST-CCYY * 12 + WS-LAST-MM)                         00443715
                                                                        00443715
           IF WS-PROC-DD < WS-LAST-DD                                   00443715
             SUBTRACT 1 FROM WS-MONTHS-SILENT                           00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-MONTHS-SILENT < 0                                      00443715
             MOVE 0 TO WS-MONTHS-SILENT                                 00443715
           END-IF                                                       00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN WS-ACTIVE-TONIGHT = 1                                 00443715
               MOVE 0 TO WS-NEW-RANK                                    00443715
             WHEN WS-MONTHS-SILENT NOT < PARM-DORM-UNCLAIMED-MONTHS     00443715
               MOVE 3 TO WS-NEW-RANK                                    00443715
             WHEN WS-MONTHS-SILENT NOT < PARM-DORM-DORMANT-MONTHS       00443715
               MOVE 2 TO WS-NEW-RANK                                    00443715
             WHEN WS-MONTHS-SILENT NOT < PARM-DORM-INACTIVE-MONTHS      00443715
               MOVE 1 TO WS-NEW-RANK                                    00443715
             WHEN OTHER                                                 00443715
               MOVE 0 TO WS-NEW-RANK                                    00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           EVALUATE WS-PRIOR-STATE                                      00443715
             WHEN 'U'                                                   00443715
               MOVE 3 TO WS-PRIOR-RANK                                  00443715
             WHEN 'Z'                                                   00443715
               MOVE 2 TO WS-PRIOR-RANK                                  00443715
             WHEN 'I'                                                   00443715
               MOVE 1 TO WS-PRIOR-RANK                                  00443715
             WHEN OTHER                                                 00443715
               MOVE 0 TO WS-PRIOR-RANK                                  00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
      *    ONLY A TRANSACTION BRINGS A CONTRACT BACK -- A THRESHOLD     00443715
      *    RAISED ON THE PARM CARD DOES NOT UNWIND ONE ALREADY MOVED.   00443715
           IF WS-ACTIVE-TONIGHT = 0                                     00443715
              AND WS-PRIOR-RANK > WS-NEW-RANK                           00443715
             MOVE WS-PRIOR-RANK TO WS-NEW-RANK                          00443715
           END-IF                                                       00443715
                                                                        00443715
           EVALUATE WS-NEW-RANK                                         00443715
             WHEN 3                                                     00443715
               MOVE 'U' TO WS-NEW-STATE                                 00443715
               ADD 1 TO WS-UNCLAIMED-CNTR                               00443715
             WHEN 2                                                     00443715
               MOVE 'Z' TO WS-NEW-STATE                                 00443715
               ADD 1 TO WS-DORMANT-CNTR                                 00443715
             WHEN 1                                                     00443715
               MOVE 'I' TO WS-NEW-STATE                                 00443715
               ADD 1 TO WS-INACTIVE-CNTR                                00443715
             WHEN OTHER                                                 00443715
               MOVE 'A' TO WS-NEW-STATE                                 00443715
               ADD 1 TO WS-ACTIVE-CNTR                                  00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       POST-CONTRACT-PARA.                                              00443715
                                                                        00443715
           INITIALIZE DORM-REC                                          00443715
                                                                        00443715
           MOVE WS-CUR-CONT-ID       TO DORM-CONT-ID                    00443715
           MOVE ','                  TO DORM-SEPARATOR-1                00443715
           MOVE WS-CUR-INST-ID       TO DORM-INST-ID                    00443715
           MOVE ','                  TO DORM-SEPARATOR-2                00443715
           MOVE WS-LAST-ACT-DATE     TO DORM-LAST-ACT-DATE              00443715
           MOVE ','                  TO DORM-SEPARATOR-3                00443715
           MOVE WS-NEW-STATE         TO DORM-STATE                      00443715
           MOVE ','                  TO DORM-SEPARATOR-4                00443715
           MOVE ','                  TO DORM-SEPARATOR-5                00443715
           MOVE ','                  TO DORM-SEPARATOR-6                00443715
           MOVE PARM-PROCESS-DATE    TO DORM-POST-DATE                  00443715
                                                                        00443715
           IF WS-PRIOR-FOUND = 1                                        00443715
              AND WS-NEW-STATE = WS-PRIOR-STATE                         00443715
             MOVE WS-PRIOR-STATE-DATE TO DORM-STATE-DATE                00443715
           ELSE                                                         00443715
             MOVE PARM-PROCESS-DATE   TO DORM-STATE-DATE                00443715
           END-IF                                                       00443715
                                                                        00443715
      *    A CONTRACT REACHES THE STATUTORY PERIOD ONCE -- IT IS        00443715
      *    REPORTED THE NIGHT IT ARRIVES AND NOT AGAIN UNLESS IT IS     00443715
      *    REACTIVATED AND GOES SILENT ALL OVER.                        00443715
           IF WS-NEW-STATE = 'U'                                        00443715
             IF WS-PRIOR-STATE = 'U'                                    00443715
               MOVE WS-PRIOR-REPORTED-DATE TO DORM-REPORTED-DATE        00443715
             ELSE                                                       00443715
               MOVE PARM-PROCESS-DATE      TO DORM-REPORTED-DATE        00443715
               PERFORM RELEASE-ESCHEAT-PARA                             00443715
             END-IF                                                     00443715
           ELSE                                                         00443715
             MOVE SPACES TO DORM-REPORTED-DATE                          00443715
           END-IF                                                       00443715
                                                                        00443715
           WRITE DORM-REC                                               00443715
                                                                        00443715
           ADD 1 TO WS-DORMFILE-CNTR                                    00443715
           ADD DORM-CONT-ID TO WS-DORMFILE-HASH-TOTAL                   00443715
                                                                        00443715
           IF WS-ACTIVE-TONIGHT = 1                                     00443715
              AND WS-PRIOR-RANK > 0                                     00443715
             PERFORM WRITE-REACT-FILE                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-NEW-STATE NOT = WS-CUR-STATUS                          00443715
             PERFORM WRITE-DCOR-FILE                                    00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       RELEASE-ESCHEAT-PARA.                                            00443715
      *    ONLY A CREDIT BALANCE IS OWED TO THE CUSTOMER; A CONTRACT    00443715
      *    AT ZERO OR OWING THE BANK IS STILL LISTED, WITH NOTHING      00443715
      *    TO REPORT, SO THE FILING SHOWS EVERY CONTRACT THAT REACHED   00443715
      *    THE PERIOD.                                                  00443715
           INITIALIZE SORT-REC                                          00443715
                                                                        00443715
           MOVE WS-CUR-INST-ID    TO SRT-INST-ID                        00443715
           MOVE WS-CUR-CONT-ID    TO SRT-CONT-ID                        00443715
           MOVE WS-LAST-ACT-DATE  TO SRT-LAST-ACT-DATE                  00443715
           MOVE WS-MONTHS-SILENT  TO SRT-MONTHS-SILENT                  00443715
           MOVE WS-BALANCE        TO SRT-BALANCE                        00443715
           MOVE WS-ON-LEDGER      TO SRT-ON-LEDGER                      00443715
                                                                        00443715
           IF WS-BALANCE < 0                                            00443715
             COMPUTE SRT-REPORTABLE = 0 - WS-BALANCE                    00443715
           ELSE                                                         00443715
             MOVE ZEROES TO SRT-REPORTABLE                              00443715
           END-IF                                                       00443715
                                                                        00443715
           RELEASE SORT-REC                                             00443715
                                                                        00443715
           ADD 1 TO WS-ESCHEAT-CNTR                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-REACT-FILE.                                                00443715
      *    THE SILENCE IS MEASURED FROM THE PRIOR LAST ACTIVITY TO      00443715
      *    TONIGHT -- HOW LONG THE CONTRACT HAD BEEN ASLEEP.            00443715
           INITIALIZE REACT-REC                                         00443715
                                                                        00443715
           MOVE WS-PRIOR-ACT-DATE TO WS-LAST-ACT-DATE                   00443715
                                                                        00443715
           COMPUTE WS-MONTHS-SILENT =                                   00443715
               (WS-PROC-CCYY * 12 + WS-PROC-MM)                         00443715
             - (WS-LAST-CCYY * 12 + WS-LAST-MM)                         00443715
                                                                        00443715
           IF WS-PROC-DD < WS-LAST-DD                                   00443715
             SUBTRACT 1 FROM WS-MONTHS-SILENT                           00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-MONTHS-SILENT < 0                                      00443715
             MOVE 0 TO WS-MONTHS-SILENT                                 00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE WS-CUR-CONT-ID        TO REACT-CONT-ID                  00443715
           MOVE ','                   TO REACT-SEPARATOR-1              00443715
           MOVE WS-CUR-INST-ID        TO REACT-INST-ID                  00443715
           MOVE ','                   TO REACT-SEPARATOR-2              00443715
           MOVE WS-PRIOR-STATE        TO REACT-PRIOR-STATE              00443715
           MOVE ','                   TO REACT-SEPARATOR-3              00443715
           MOVE WS-PRIOR-STATE-DATE   TO REACT-PRIOR-STATE-DATE         00443715
           MOVE ','                   TO REACT-SEPARATOR-4              00443715
           MOVE WS-PRIOR-ACT-DATE     TO REACT-PRIOR-ACT-DATE           00443715
           MOVE ','                   TO REACT-SEPARATOR-5              00443715
           MOVE WS-MONTHS-SILENT      TO REACT-MONTHS-SILENT            00443715
           MOVE ','                   TO REACT-SEPARATOR-6              00443715
           MOVE DORM-LAST-ACT-DATE    TO REACT-LAST-ACT-DATE            00443715
           MOVE ','                   TO REACT-SEPARATOR-7              00443715
           MOVE WS-TXN-CNTR           TO REACT-TXN-CNTR                 00443715
           MOVE ','                   TO REACT-SEPARATOR-8              00443715
           MOVE WS-TXN-AMOUNT         TO REACT-TXN-AMOUNT               00443715
           MOVE ','                   TO REACT-SEPARATOR-9              00443715
           MOVE WS-PRIOR-REPORTED-DATE TO REACT-REPORTED-DATE           00443715
           MOVE ','                   TO REACT-SEPARATOR-10             00443715
           MOVE PARM-PROCESS-DATE     TO REACT-PROCESS-DATE             00443715
                                                                        00443715
           WRITE REACT-REC                                              00443715
                                                                        00443715
           ADD 1 TO WS-REACT-CNTR                                       00443715
                                                                        00443715
           DISPLAY 'CONTRACT ' WS-CUR-CONT-ID ' REACTIVATED FROM '      00443715
                   WS-PRIOR-STATE ' AFTER ' REACT-MONTHS-SILENT         00443715
                   ' MONTHS'                                            00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-DCOR-FILE.                                                 00443715
      *    THE ANALYST ID NAMES THIS JOB ON MASTRANM'S MAINTLOG AND     00443715
      *    JOURNAL.                                                     00443715
           INITIALIZE CORR-REC                                          00443715
                                                                        00443715
           MOVE WS-CUR-CONT-ID  TO CORR-CONT-ID                         00443715
           MOVE 'S'             TO CORR-FIELD-CODE                      00443715
           MOVE WS-NEW-STATE    TO CORR-NEW-VALUE                       00443715
           MOVE 'MASTRNDO'      TO CORR-ANALYST-ID                      00443715
           MOVE SPACES          TO CORR-ADD-IMAGE                       00443715
                                                                        00443715
           WRITE CORR-REC                                               00443715
                                                                        00443715
           ADD 1 TO WS-DCOR-CNTR                                        00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-ESCHEAT-RPT-PARA.                                          00443715
                                                                        00443715
           PERFORM UNTIL WS-SORT-EOF = 1                                00443715
             RETURN SORTFILE                                            00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-SORT-EOF                                  00443715
               NOT AT END                                               00443715
                 IF WS-RPT-STARTED = 0                                  00443715
                    OR SRT-INST-ID NOT = WS-RPT-INST-ID                 00443715
                   PERFORM FINISH-INST-PARA                             00443715
                   PERFORM START-INST-PARA                              00443715
                 END-IF                                                 00443715
                 PERFORM WRITE-ESCHEAT-LINE-PARA                        00443715
             END-RETURN                                                 00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           PERFORM FINISH-INST-PARA                                     00443715
                                                                        00443715
           IF WS-ESCHEAT-CNTR = ZEROES                                  00443715
             MOVE SPACES TO WS-RPT-WORK                                 00443715
             STRING 'UNCLAIMED PROPERTY (ESCHEATMENT) REPORT -- '       00443715
                    'PROCESS DATE ' PARM-PROCESS-DATE                   00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
             WRITE ESCHRPT-LINE FROM WS-RPT-WORK                        00443715
             MOVE '  NO CONTRACT REACHED THE STATUTORY PERIOD TONIGHT'  00443715
               TO ESCHRPT-LINE                                          00443715
             WRITE ESCHRPT-LINE                                         00443715
               AFTER ADVANCING 2 LINES                                  00443715
           ELSE                                                         00443715
             MOVE WS-ESCHEAT-CNTR   TO WS-CNTR-EDT                      00443715
             MOVE WS-TOT-REPORTABLE TO WS-AMOUNT-EDT                    00443715
             MOVE SPACES TO WS-RPT-WORK                                 00443715
             STRING 'RUN TOTALS -- CONTRACTS: ' WS-CNTR-EDT             00443715
                    '   AMOUNT TO REPORT: ' WS-AMOUNT-EDT               00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
             WRITE ESCHRPT-LINE FROM WS-RPT-WORK                        00443715
               AFTER ADVANCING 2 LINES                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       START-INST-PARA.                                                 00443715
                                                                        00443715
           MOVE SRT-INST-ID TO WS-RPT-INST-ID                           00443715
           MOVE 1           TO WS-RPT-STARTED                           00443715
           MOVE ZEROES      TO WS-INST-CNTR                             00443715
           MOVE ZEROES      TO WS-INST-REPORTABLE                       00443715
                                                                        00443715
           MOVE PARM-DORM-UNCLAIMED-MONTHS TO WS-MONTHS-EDT             00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING 'UNCLAIMED PROPERTY (ESCHEATMENT) REPORT -- '         00443715
                  'INSTITUTION ' WS-RPT-INST-ID                         00443715
                  '   PROCESS DATE ' PARM-PROCESS-DATE                  00443715
                  '   STATUTORY PERIOD ' WS-MONTHS-EDT ' MONTHS'        00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
                                                                        00443715
      *    EACH INSTITUTION OPENS ON A FRESH PAGE -- EACH FILES ITS     00443715
      *    OWN RETURN.                                                  00443715
           IF WS-FIRST-PAGE = 1                                         00443715
             MOVE 0 TO WS-FIRST-PAGE                                    00443715
             WRITE ESCHRPT-LINE FROM WS-RPT-WORK                        00443715
           ELSE                                                         00443715
             WRITE ESCHRPT-LINE FROM WS-RPT-WORK                        00443715
               AFTER ADVANCING PAGE                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING 'CONTRACT    LAST ACTIVITY  MONTHS        '           00443715
                  'LEDGER BALANCE      AMOUNT TO REPORT'                00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE ESCHRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-ESCHEAT-LINE-PARA.                                         00443715
                                                                        00443715
           MOVE SRT-MONTHS-SILENT TO WS-MONTHS-EDT                      00443715
           MOVE SRT-BALANCE       TO WS-BALANCE-EDT                     00443715
           MOVE SRT-REPORTABLE    TO WS-AMOUNT-EDT                      00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING SRT-CONT-ID '  '                                      00443715
                  SRT-LAST-ACT-DATE '         '                         00443715
                  WS-MONTHS-EDT '  '                                    00443715
                  WS-BALANCE-EDT '  '                                   00443715
                  WS-AMOUNT-EDT                                         00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
                                                                        00443715
           IF SRT-ON-LEDGER = 0                                         00443715
             MOVE '  NOT ON LEDGER' TO WS-RPT-WORK (82:15)              00443715
           END-IF                                                       00443715
                                                                        00443715
           WRITE ESCHRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           ADD 1              TO WS-INST-CNTR                           00443715
           ADD SRT-REPORTABLE TO WS-INST-REPORTABLE                     00443715
           ADD SRT-REPORTABLE TO WS-TOT-REPORTABLE                      00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FINISH-INST-PARA.                                                00443715
                                                                        00443715
           IF WS-RPT-STARTED = 1                                        00443715
             MOVE WS-INST-CNTR       TO WS-CNTR-EDT                     00443715
             MOVE WS-INST-REPORTABLE TO WS-AMOUNT-EDT                   00443715
             MOVE SPACES TO WS-RPT-WORK                                 00443715
             STRING '  INSTITUTION ' WS-RPT-INST-ID                     00443715
                    ' TOTALS -- CONTRACTS: ' WS-CNTR-EDT                00443715
                    '   AMOUNT TO REPORT: ' WS-AMOUNT-EDT               00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
             WRITE ESCHRPT-LINE FROM WS-RPT-WORK                        00443715
               AFTER ADVANCING 2 LINES                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-INPUT-GENERATION-PARA.                                     00443715
      *    CALLED AT OPEN WITH GREG-DATASET, GREG-EXPECT AND            00443715
      *    WS-GREG-INPUT-DD SET. A GENERATION THE PRODUCER DID NOT      00443715
      *    REGISTER FOR THIS CYCLE IS REFUSED BEFORE A RECORD OF IT IS  00443715
      *    USED; A DATASET NEVER REGISTERED IS READ WITH A WARNING.     00443715
           MOVE 'C'               TO GREG-FUNCTION                      00443715
           MOVE 'MASTRNDO'        TO GREG-JOB-NAME                      00443715
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
           MOVE 'MASTRNDO'        TO GREG-JOB-NAME                      00443715
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
       REGISTER-DORMFILE-PARA.                                          00443715
      *    TONIGHT'S DORMFILE IS TOMORROW'S DORMIN. A FAILED RUN        00443715
      *    REGISTERS NOTHING.                                           00443715
           MOVE 'R'                    TO GREG-FUNCTION                 00443715
           MOVE 'DORMFILE'             TO GREG-DATASET                  00443715
           MOVE 'MASTRNDO'             TO GREG-JOB-NAME                 00443715
           MOVE PARM-PROCESS-DATE      TO GREG-PROCESS-DATE             00443715
           MOVE PARM-CYCLE-ID          TO GREG-CYCLE-ID                 00443715
           MOVE WS-DORMFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-DORMFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           CALL 'MASTRNGR' USING GREG-LINKAGE                           00443715
           END-CALL                                                     00443715
                                                                        00443715
           IF GREG-RESULT-MATCHED                                       00443715
             DISPLAY 'DORMFILE GENERATION REGISTERED FOR '              00443715
                     GREG-PROCESS-DATE ' CYCLE ' GREG-CYCLE-ID          00443715
           ELSE                                                         00443715
             DISPLAY 'DORMFILE GENERATION COULD NOT BE REGISTERED'      00443715
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
           MOVE 'MASTRNDO'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'CUSTOMERS'            TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-CUSTOMER-CNTR       TO STAT-CNTR-1                   00443715
           MOVE 'STATUS CHGS'          TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-DCOR-CNTR           TO STAT-CNTR-2                   00443715
           MOVE 'REACTIVATED'          TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-REACT-CNTR          TO STAT-CNTR-3                   00443715
           MOVE 'ESCHEATABLE'          TO STAT-CNTR-4-LABEL             00443715
           MOVE WS-ESCHEAT-CNTR        TO STAT-CNTR-4                   00443715
                                                                        00443715
           WRITE STATUS-REC                                             00443715
                                                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END-PROCESS.                                                     00443715
                                                                        00443715
           MOVE WS-CUSTMAST-CNTR    TO WS-CUSTMAST-CNTR-EDT             00443715
           MOVE WS-CUSTOMER-CNTR    TO WS-CUSTOMER-CNTR-EDT             00443715
           MOVE WS-OUTFILE-CNTR     TO WS-OUTFILE-CNTR-EDT              00443715
           MOVE WS-BLEDFILE-CNTR    TO WS-BLEDFILE-CNTR-EDT             00443715
           MOVE WS-DORMIN-CNTR      TO WS-DORMIN-CNTR-EDT               00443715
           MOVE WS-NEW-CNTR         TO WS-NEW-CNTR-EDT                  00443715
           MOVE WS-RETIRED-CNTR     TO WS-RETIRED-CNTR-EDT              00443715
           MOVE WS-ACTIVE-CNTR      TO WS-ACTIVE-CNTR-EDT               00443715
           MOVE WS-INACTIVE-CNTR    TO WS-INACTIVE-CNTR-EDT             00443715
           MOVE WS-DORMANT-CNTR     TO WS-DORMANT-CNTR-EDT              00443715
           MOVE WS-UNCLAIMED-CNTR   TO WS-UNCLAIMED-CNTR-EDT            00443715
           MOVE WS-REACT-CNTR       TO WS-REACT-CNTR-EDT                00443715
           MOVE WS-DCOR-CNTR        TO WS-DCOR-CNTR-EDT                 00443715
           MOVE WS-ESCHEAT-CNTR     TO WS-ESCHEAT-CNTR-EDT              00443715
           MOVE WS-DORMFILE-CNTR    TO WS-DORMFILE-CNTR-EDT             00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNDO         *'            00443715
           DISPLAY '* CUSTMAST      : ' WS-CUSTMAST-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* CUSTOMERS     : ' WS-CUSTOMER-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* OUTFILE       : ' WS-OUTFILE-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* BLEDFILE      : ' WS-BLEDFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* DORMIN        : ' WS-DORMIN-CNTR-EDT              00443715
                   '         *'                                         00443715
           DISPLAY '* NEW           : ' WS-NEW-CNTR-EDT                 00443715
                   '         *'                                         00443715
           DISPLAY '* DROPPED       : ' WS-RETIRED-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '*   ACTIVE      : ' WS-ACTIVE-CNTR-EDT              00443715
                   '         *'                                         00443715
           DISPLAY '*   INACTIVE    : ' WS-INACTIVE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '*   DORMANT     : ' WS-DORMANT-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '*   UNCLAIMED   : ' WS-UNCLAIMED-CNTR-EDT           00443715
                   '         *'                                         00443715
           DISPLAY '* REACTIVATED   : ' WS-REACT-CNTR-EDT               00443715
                   '         *'                                         00443715
           DISPLAY '* STATUS CHGS   : ' WS-DCOR-CNTR-EDT                00443715
                   '         *'                                         00443715
           DISPLAY '* ESCHEATABLE   : ' WS-ESCHEAT-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* DORMFILE      : ' WS-DORMFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 0                                         00443715
             PERFORM REGISTER-DORMFILE-PARA                             00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           CLOSE CUSTMAST.                                              00443715
           CLOSE OUTFILE.                                               00443715
           CLOSE BLEDFILE.                                              00443715
           CLOSE DORMIN.                                                00443715
           CLOSE DORMFILE.                                              00443715
           CLOSE DCORFILE.                                              00443715
           CLOSE REACTFILE.                                             00443715
           CLOSE ESCHRPT.                                               00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNDO.                                           00443715
