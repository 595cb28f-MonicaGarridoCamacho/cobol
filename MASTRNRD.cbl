       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNRD.                                            00443715
      *    MASTRNRD IS THE NIGHTLY REPORT DISTRIBUTION JOB. IT RUNS     00443715
      *    AFTER MASTRANS, WHEN EVERY REPORT THE SUITE PRINTS TONIGHT   00443715
      *    HAS BEEN PRINTED, AND WORKS THROUGH RPTCAT -- THE REPORT     00443715
      *    CATALOG, ONE RECORD PER (REPORT, RECIPIENT). EACH REPORT     00443715
      *    DUE TONIGHT WHOSE PRODUCING JOB COMPLETED IS COPIED TO EACH  00443715
      *    RECIPIENT'S OUTBOX BEHIND A COVER BANNER, AND EVERY          00443715
      *    DELIVERY DECISION IS APPENDED TO DLVRLOG. A REPORT THAT WAS  00443715
      *    DUE BUT NOT PRODUCED -- ITS JOB FAILED, WAS HELD OR NEVER    00443715
      *    RAN, OR LEFT NO REPORT BEHIND -- IS FLAGGED ON DLVRRPT.      00443715
      *    REPORTS AND OUTBOXES ARE NAMED BY DD ON THE CATALOG. EVERY   00443715
      *    SUITE REPORT HAS ITS OWN SELECT HERE, AND EACH RECIPIENT IS  00443715
      *    GIVEN ONE OF THE OUTBOX01 - OUTBOX12 DDS, SO A NEW RECIPIENT 00443715
      *    IS A CATALOG RECORD AND A DD STATEMENT. A NEW REPORT ALSO    00443715
      *    NEEDS ITS SELECT, FD AND WS-RPT-DD-TABLE ENTRY ADDED HERE -- 00443715
      *    UNTIL THEN ITS CATALOG ROWS ARE FLAGGED 'NODD'.              00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT RPTCAT ASSIGN TO RPTCAT                              00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTCAT-FILE-STATUS.                          00443715
            SELECT STATFILE ASSIGN TO STATFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATFILE-FILE-STATUS.                        00443715
            SELECT OPTIONAL ACRVRPT ASSIGN TO ACRVRPT                   00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL BALPRF ASSIGN TO BALPRF                     00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL BKDIFF ASSIGN TO BKDIFF                     00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL CASERPT ASSIGN TO CASERPT                   00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL CLOSRPT ASSIGN TO CLOSRPT                   00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL CMPRPT ASSIGN TO CMPRPT                     00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL CMPWRPT ASSIGN TO CMPWRPT                   00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL CSUPRPT ASSIGN TO CSUPRPT                   00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL DASHFILE ASSIGN TO DASHFILE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL DEMRPT ASSIGN TO DEMRPT                     00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL DQRPT ASSIGN TO DQRPT                       00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL ERASCERT ASSIGN TO ERASCERT                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL ESCHRPT ASSIGN TO ESCHRPT                   00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL EVIDFILE ASSIGN TO EVIDFILE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL EXAGRPT ASSIGN TO EXAGRPT                   00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL FEESTMT ASSIGN TO FEESTMT                   00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL FPAKFILE ASSIGN TO FPAKFILE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL GLCTLRPT ASSIGN TO GLCTLRPT                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL HOLDRPT ASSIGN TO HOLDRPT                   00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL KPIRPT ASSIGN TO KPIRPT                     00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL LINRPT ASSIGN TO LINRPT                     00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL PMOVRPT ASSIGN TO PMOVRPT                   00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL PPARPT ASSIGN TO PPARPT                     00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL PRECRPT ASSIGN TO PRECRPT                   00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL PURGRPT ASSIGN TO PURGRPT                   00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL RECNRPT ASSIGN TO RECNRPT                   00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL RGBRPT ASSIGN TO RGBRPT                     00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL RPTFILE ASSIGN TO RPTFILE                   00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL RSTRPT ASSIGN TO RSTRPT                     00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL SARRPT ASSIGN TO SARRPT                     00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL STATRPT ASSIGN TO STATRPT                   00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL STMTFILE ASSIGN TO STMTFILE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL STMTOUT ASSIGN TO STMTOUT                   00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL TIERRPT ASSIGN TO TIERRPT                   00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL TIMERPT ASSIGN TO TIMERPT                   00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL TRNDFILE ASSIGN TO TRNDFILE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL UNDLRPT ASSIGN TO UNDLRPT                   00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL WHATRPT ASSIGN TO WHATRPT                   00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RPTIN-FILE-STATUS.                           00443715
            SELECT OPTIONAL OUTBOX01 ASSIGN TO OUTBOX01                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS OUTBOX-FILE-STATUS.                          00443715
            SELECT OPTIONAL OUTBOX02 ASSIGN TO OUTBOX02                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS OUTBOX-FILE-STATUS.                          00443715
            SELECT OPTIONAL OUTBOX03 ASSIGN TO OUTBOX03                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS OUTBOX-FILE-STATUS.                          00443715
            SELECT OPTIONAL OUTBOX04 ASSIGN TO OUTBOX04                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS OUTBOX-FILE-STATUS.                          00443715
            SELECT OPTIONAL OUTBOX05 ASSIGN TO OUTBOX05                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS OUTBOX-FILE-STATUS.                          00443715
            SELECT OPTIONAL OUTBOX06 ASSIGN TO OUTBOX06                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS OUTBOX-FILE-STATUS.                          00443715
            SELECT OPTIONAL OUTBOX07 ASSIGN TO OUTBOX07                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS OUTBOX-FILE-STATUS.                          00443715
            SELECT OPTIONAL OUTBOX08 ASSIGN TO OUTBOX08                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS OUTBOX-FILE-STATUS.                          00443715
            SELECT OPTIONAL OUTBOX09 ASSIGN TO OUTBOX09                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS OUTBOX-FILE-STATUS.                          00443715
            SELECT OPTIONAL OUTBOX10 ASSIGN TO OUTBOX10                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS OUTBOX-FILE-STATUS.                          00443715
            SELECT OPTIONAL OUTBOX11 ASSIGN TO OUTBOX11                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS OUTBOX-FILE-STATUS.                          00443715
            SELECT OPTIONAL OUTBOX12 ASSIGN TO OUTBOX12                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS OUTBOX-FILE-STATUS.                          00443715
            SELECT OPTIONAL DLVRLOG ASSIGN TO DLVRLOG                   00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS DLVRLOG-FILE-STATUS.                         00443715
            SELECT DLVRRPT ASSIGN TO DLVRRPT                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS DLVRRPT-FILE-STATUS.                         00443715
            SELECT PARMFILE ASSIGN TO PARMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARMFILE-FILE-STATUS.                        00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
       FD RPTCAT.                                                       00443715
         COPY RCATREC.                                                  00443715
                                                                        00443715
      *    STATF-REC NAMES ONLY THE STATREC FIELDS THIS JOB READS, AT   00443715
      *    THEIR STATREC POSITIONS, SO THE JOB'S OWN STATUSFILE CAN     00443715
      *    STILL COPY STATREC UNQUALIFIED.                              00443715
       FD STATFILE.                                                     00443715
       01 STATF-REC.                                                    00443715
          05 STATF-JOB-NAME        PIC X(8).                            00443715
          05 FILLER                PIC X(28).                           00443715
          05 STATF-COMPLETION-CODE PIC X(8).                            00443715
          05 FILLER                PIC X(132).                          00443715
                                                                        00443715
      *    EVERY SUITE REPORT IS 132-BYTE PRINT LINES. ONLY ONE REPORT  00443715
      *    AND ONE OUTBOX ARE OPEN AT A TIME, SO THE REPORTS SHARE      00443715
      *    RPTIN-FILE-STATUS AND THE OUTBOXES OUTBOX-FILE-STATUS.       00443715
       FD ACRVRPT.                                                      00443715
       01 ACRVRPT-LINE            PIC X(132).                           00443715
                                                                        00443715
       FD BALPRF.                                                       00443715
       01 BALPRF-LINE             PIC X(132).                           00443715
                                                                        00443715
       FD BKDIFF.                                                       00443715
       01 BKDIFF-LINE             PIC X(132).                           00443715
                                                                        00443715
       FD CASERPT.                                                      00443715
       01 CASERPT-LINE            PIC X(132).                           00443715
                                                                        00443715
       FD CLOSRPT.                                                      00443715
       01 CLOSRPT-LINE            PIC X(132).                           00443715
                                                                        00443715
       FD CMPRPT.                                                       00443715
       01 CMPRPT-LINE             PIC X(132).                           00443715
                                                                        00443715
       FD CMPWRPT.                                                      00443715
       01 CMPWRPT-LINE            PIC X(132).                           00443715
                                                                        00443715
       FD CSUPRPT.                                                      00443715
       01 CSUPRPT-LINE            PIC X(132).                           00443715
                                                                        00443715
       FD DASHFILE.                                                     00443715
       01 DASHFILE-LINE           PIC X(132).                           00443715
                                                                        00443715
       FD DEMRPT.                                                       00443715
       01 DEMRPT-LINE             PIC X(132).                           00443715
                                                                        00443715
       FD DQRPT.                                                        00443715
       01 DQRPT-LINE              PIC X(132).                           00443715
                                                                        00443715
       FD ERASCERT.                                                     00443715
       01 ERASCERT-LINE           PIC X(132).                           00443715
                                                                        00443715
       FD ESCHRPT.                                                      00443715
       01 ESCHRPT-LINE            PIC X(132).                           00443715
                                                                        00443715
       FD EVIDFILE.                                                     00443715
       01 EVIDFILE-LINE           PIC X(132).                           00443715
                                                                        00443715
       FD EXAGRPT.                                                      00443715
       01 EXAGRPT-LINE            PIC X(132).                           00443715
                                                                        00443715
       FD FEESTMT.                                                      00443715
       01 FEESTMT-LINE            PIC X(132).                           00443715
                                                                        00443715
       FD FPAKFILE.                                                     00443715
       01 FPAKFILE-LINE           PIC X(132).                           00443715
                                                                        00443715
       FD GLCTLRPT.                                                     00443715
       01 GLCTLRPT-LINE           PIC X(132).                           00443715
                                                                        00443715
       FD HOLDRPT.                                                      00443715
       01 HOLDRPT-LINE            PIC X(132).                           00443715
                                                                        00443715
       FD KPIRPT.                                                       00443715
       01 KPIRPT-LINE             PIC X(132).                           00443715
                                                                        00443715
       FD LINRPT.                                                       00443715
       01 LINRPT-LINE             PIC X(132).                           00443715
                                                                        00443715
       FD PMOVRPT.                                                      00443715
       01 PMOVRPT-LINE            PIC X(132).                           00443715
                                                                        00443715
       FD PPARPT.                                                       00443715
       01 PPARPT-LINE             PIC X(132).                           00443715
                                                                        00443715
       FD PRECRPT.                                                      00443715
       01 PRECRPT-LINE            PIC X(132).                           00443715
                                                                        00443715
       FD PURGRPT.                                                      00443715
       01 PURGRPT-LINE            PIC X(132).                           00443715
                                                                        00443715
       FD RECNRPT.                                                      00443715
       01 RECNRPT-LINE            PIC X(132).                           00443715
                                                                        00443715
       FD RGBRPT.                                                       00443715
       01 RGBRPT-LINE             PIC X(132).                           00443715
                                                                        00443715
       FD RPTFILE.                                                      00443715
       01 RPTFILE-LINE            PIC X(132).                           00443715
                                                                        00443715
       FD RSTRPT.                                                       00443715
       01 RSTRPT-LINE             PIC X(132).                           00443715
                                                                        00443715
       FD SARRPT.                                                       00443715
       01 SARRPT-LINE             PIC X(132).                           00443715
                                                                        00443715
       FD STATRPT.                                                      00443715
       01 STATRPT-LINE            PIC X(132).                           00443715
                                                                        00443715
       FD STMTFILE.                                                     00443715
       01 STMTFILE-LINE           PIC X(132).                           00443715
                                                                        00443715
       FD STMTOUT.                                                      00443715
       01 STMTOUT-LINE            PIC X(132).                           00443715
                                                                        00443715
       FD TIERRPT.                                                      00443715
       01 TIERRPT-LINE            PIC X(132).                           00443715
                                                                        00443715
       FD TIMERPT.                                                      00443715
       01 TIMERPT-LINE            PIC X(132).                           00443715
                                                                        00443715
       FD TRNDFILE.                                                     00443715
       01 TRNDFILE-LINE           PIC X(132).                           00443715
                                                                        00443715
       FD UNDLRPT.                                                      00443715
       01 UNDLRPT-LINE            PIC X(132).                           00443715
                                                                        00443715
       FD WHATRPT.                                                      00443715
       01 WHATRPT-LINE            PIC X(132).                           00443715
                                                                        00443715
       FD OUTBOX01.                                                     00443715
       01 OUTBOX01-LINE           PIC X(132).                           00443715
                                                                        00443715
       FD OUTBOX02.                                                     00443715
       01 OUTBOX02-LINE           PIC X(132).                           00443715
                                                                        00443715
       FD OUTBOX03.                                                     00443715
       01 OUTBOX03-LINE           PIC X(132).                           00443715
                                                                        00443715
       FD OUTBOX04.                                                     00443715
       01 OUTBOX04-LINE           PIC X(132).                           00443715
                                                                        00443715
       FD OUTBOX05.                                                     00443715
       01 OUTBOX05-LINE           PIC X(132).                           00443715
                                                                        00443715
       FD OUTBOX06.                                                     00443715
       01 OUTBOX06-LINE           PIC X(132).                           00443715
                                                                        00443715
       FD OUTBOX07.                                                     00443715
       01 OUTBOX07-LINE           PIC X(132).                           00443715
                                                                        00443715
       FD OUTBOX08.                                                     00443715
       01 OUTBOX08-LINE           PIC X(132).                           00443715
                                                                        00443715
       FD OUTBOX09.                                                     00443715
       01 OUTBOX09-LINE           PIC X(132).                           00443715
                                                                        00443715
       FD OUTBOX10.                                                     00443715
       01 OUTBOX10-LINE           PIC X(132).                           00443715
                                                                        00443715
       FD OUTBOX11.                                                     00443715
       01 OUTBOX11-LINE           PIC X(132).                           00443715
                                                                        00443715
       FD OUTBOX12.                                                     00443715
       01 OUTBOX12-LINE           PIC X(132).                           00443715
                                                                        00443715
      *    DLVRLOG IS THE DELIVERY LOG -- ONE RECORD PER CATALOG ROW    00443715
      *    DUE TONIGHT, WHATEVER BECAME OF IT, APPENDED NIGHT AFTER     00443715
      *    NIGHT. DLVR-EXPIRY-DATE IS WHEN THE OUTBOX COPY MAY GO       00443715
      *    (BLANK = KEPT UNTIL REMOVED BY HAND).                        00443715
       FD DLVRLOG.                                                      00443715
       01 DLVR-REC.                                                     00443715
          05 DLVR-PROCESS-DATE     PIC X(8).                            00443715
          05 DLVR-SEPARATOR-1      PIC X(1).                            00443715
          05 DLVR-CYCLE-ID         PIC X(4).                            00443715
          05 DLVR-SEPARATOR-2      PIC X(1).                            00443715
          05 DLVR-TIMESTAMP        PIC X(21).                           00443715
          05 DLVR-SEPARATOR-3      PIC X(1).                            00443715
          05 DLVR-REPORT-DD        PIC X(8).                            00443715
          05 DLVR-SEPARATOR-4      PIC X(1).                            00443715
          05 DLVR-PRODUCER-JOB     PIC X(8).                            00443715
          05 DLVR-SEPARATOR-5      PIC X(1).                            00443715
          05 DLVR-SCHEDULE         PIC X(1).                            00443715
          05 DLVR-SEPARATOR-6      PIC X(1).                            00443715
          05 DLVR-RECIPIENT        PIC X(20).                           00443715
          05 DLVR-SEPARATOR-7      PIC X(1).                            00443715
          05 DLVR-OUTBOX-DD        PIC X(8).                            00443715
          05 DLVR-SEPARATOR-8      PIC X(1).                            00443715
          05 DLVR-LINE-CNT         PIC 9(7).                            00443715
          05 DLVR-SEPARATOR-9      PIC X(1).                            00443715
          05 DLVR-EXPIRY-DATE      PIC X(8).                            00443715
          05 DLVR-SEPARATOR-10     PIC X(1).                            00443715
          05 DLVR-RESULT           PIC X(8).                            00443715
      *       SENT     - COPIED TO THE OUTBOX                           00443715
      *       NONE     - ON-EXCEPTION REPORT WITH NOTHING TONIGHT       00443715
      *       NOTPROD  - PRODUCING JOB DID NOT COMPLETE TONIGHT         00443715
      *       MISSING  - JOB COMPLETED BUT NO REPORT WAS FOUND          00443715
      *       EMPTY    - JOB COMPLETED BUT THE REPORT IS EMPTY          00443715
      *       OBXERR   - THE OUTBOX COULD NOT BE WRITTEN                00443715
      *       NODD     - THE REPORT'S DD IS NOT DECLARED TO MASTRNRD    00443715
                                                                        00443715
       FD DLVRRPT.                                                      00443715
       01 DLVRRPT-LINE            PIC X(132).                           00443715
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
       01 RPTCAT-FILE-STATUS    PIC X(2).                               00443715
       01 STATFILE-FILE-STATUS  PIC X(2).                               00443715
       01 RPTIN-FILE-STATUS     PIC X(2).                               00443715
       01 OUTBOX-FILE-STATUS    PIC X(2).                               00443715
       01 DLVRLOG-FILE-STATUS   PIC X(2).                               00443715
       01 DLVRRPT-FILE-STATUS   PIC X(2).                               00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-RPTCAT-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-DLVRLOG-OPEN       PIC 9 VALUE 0.                          00443715
       01 WS-EOF                PIC 9 VALUE 0.                          00443715
       01 WS-RPTIN-EOF          PIC 9 VALUE 0.                          00443715
      *    THE SUITE REPORTS DECLARED TO THIS JOB, ONE PER SELECT.      00443715
       01 WS-RPT-DD-DATA.                                               00443715
          05 FILLER PIC X(32) VALUE 'ACRVRPT BALPRF  BKDIFF  CASERPT '. 00443715
          05 FILLER PIC X(32) VALUE 'CLOSRPT CMPRPT  CMPWRPT CSUPRPT '. 00443715
          05 FILLER PIC X(32) VALUE 'DASHFILEDEMRPT  DQRPT   ERASCERT'. 00443715
          05 FILLER PIC X(32) VALUE 'ESCHRPT EVIDFILEEXAGRPT FEESTMT '. 00443715
          05 FILLER PIC X(32) VALUE 'FPAKFILEGLCTLRPTHOLDRPT KPIRPT  '. 00443715
          05 FILLER PIC X(32) VALUE 'LINRPT  PMOVRPT PPARPT  PRECRPT '. 00443715
          05 FILLER PIC X(32) VALUE 'PURGRPT RECNRPT RGBRPT  RPTFILE '. 00443715
          05 FILLER PIC X(32) VALUE 'RSTRPT  SARRPT  STATRPT STMTFILE'. 00443715
          05 FILLER PIC X(32) VALUE 'STMTOUT TIERRPT TIMERPT TRNDFILE'. 00443715
          05 FILLER PIC X(16) VALUE 'UNDLRPT WHATRPT '.                 00443715
       01 WS-RPT-DD-TABLE REDEFINES WS-RPT-DD-DATA.                     00443715
          05 WS-RPT-DD-ENTRY OCCURS 38 TIMES                            00443715
               INDEXED BY WS-RPT-DD-TABIDX.                             00443715
             10 WS-RPT-DD-NAME      PIC X(8).                           00443715
       01 WS-RPT-DECLARED       PIC X(1).                               00443715
      *    THE OUTBOX THE CATALOG ROW BEING DELIVERED NAMES -- 1 TO     00443715
      *    12 FOR OUTBOX01 - OUTBOX12, ZERO FOR ANY OTHER DD.           00443715
       01 WS-OBX-IDX            PIC 9(2).                               00443715
       01 WS-RPTIN-LINE         PIC X(132).                             00443715
       01 WS-OUTBOX-LINE        PIC X(132).                             00443715
       01 WS-PROCESS-DATE       PIC X(8).                               00443715
       01 WS-PROCESS-DATE-NUM   PIC 9(8).                               00443715
       01 WS-CYCLE-ID           PIC X(4).                               00443715
       01 WS-MONTH-END          PIC X(1).                               00443715
       01 WS-EXPIRY-DATE        PIC X(8).                               00443715
       01 WS-EXPIRY-DATE-NUM    PIC 9(8).                               00443715
       01 WS-DUE                PIC X(1).                               00443715
       01 WS-FLAGGED            PIC X(1).                               00443715
       01 WS-RESULT             PIC X(8).                               00443715
       01 WS-PRODUCER-CODE      PIC X(8).                               00443715
       01 WS-COPY-LINES         PIC 9(7).                               00443715
       01 WS-COUNTERS-1.                                                00443715
          05 WS-CAT-CNTR          PIC 9(9) VALUE ZEROES.                00443715
          05 WS-NOTDUE-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-SENT-CNTR         PIC 9(9) VALUE ZEROES.                00443715
          05 WS-LINES-CNTR        PIC 9(9) VALUE ZEROES.                00443715
          05 WS-NONE-CNTR         PIC 9(9) VALUE ZEROES.                00443715
          05 WS-FLAG-CNTR         PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DLVERR-CNTR       PIC 9(9) VALUE ZEROES.                00443715
      *    TONIGHT'S STATUS RECORDS, ONE ROW PER JOB -- A RERUN         00443715
      *    REPLACES THE EARLIER RECORD, AS IT DOES AT THE GATE.         00443715
       01 WS-SJ-USED            PIC 9(2) VALUE ZEROES.                  00443715
       01 WS-SJ-TABLE.                                                  00443715
          05 WS-SJ-ENTRY OCCURS 60 TIMES                                00443715
               INDEXED BY WS-SJ-TABIDX.                                 00443715
             10 WS-SJ-JOB-NAME      PIC X(8).                           00443715
             10 WS-SJ-COMPLETION    PIC X(8).                           00443715
      *    REPORTS ALREADY FLAGGED -- A MISSING REPORT WITH SEVERAL     00443715
      *    RECIPIENTS IS LISTED ONCE, NOT ONCE PER RECIPIENT.           00443715
       01 WS-FL-USED            PIC 9(2) VALUE ZEROES.                  00443715
       01 WS-FL-IDX             PIC 9(2).                               00443715
       01 WS-FL-TABLE.                                                  00443715
          05 WS-FL-ENTRY OCCURS 60 TIMES                                00443715
               INDEXED BY WS-FL-TABIDX.                                 00443715
             10 WS-FL-REPORT-DD     PIC X(8).                           00443715
             10 WS-FL-PRODUCER-JOB  PIC X(8).                           00443715
             10 WS-FL-SCHEDULE      PIC X(1).                           00443715
             10 WS-FL-RESULT        PIC X(8).                           00443715
             10 WS-FL-PRODUCER-CODE PIC X(8).                           00443715
             10 WS-FL-DESCRIPTION   PIC X(30).                          00443715
       01 WS-CNTR-EDT           PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-LINES-EDT          PIC Z,ZZZ,ZZ9.                          00443715
       01 WS-RPT-WORK           PIC X(132).                             00443715
       01 WS-BANNER-RULE        PIC X(72) VALUE ALL '*'.                00443715
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
           PERFORM FILE-OPEN-PARA                                       00443715
                                                                        00443715
           PERFORM READ-PARM-PARA                                       00443715
                                                                        00443715
           PERFORM LOAD-STATUS-PARA                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FILE-OPEN-PARA.                                                  00443715
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
           OPEN INPUT RPTCAT                                            00443715
                                                                        00443715
           IF RPTCAT-FILE-STATUS NOT = '00'                             00443715
           THEN                                                         00443715
             DISPLAY 'OPEN RPTCAT FILE-STATUS = '                       00443715
                     RPTCAT-FILE-STATUS                                 00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 1 TO WS-RPTCAT-OPEN                                     00443715
                                                                        00443715
           OPEN INPUT STATFILE                                          00443715
                                                                        00443715
           IF STATFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN STATFILE FILE-STATUS = '                     00443715
                     STATFILE-FILE-STATUS                               00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN EXTEND DLVRLOG                                          00443715
                                                                        00443715
           IF DLVRLOG-FILE-STATUS NOT = '00'                            00443715
              AND DLVRLOG-FILE-STATUS NOT = '05'                        00443715
           THEN                                                         00443715
             DISPLAY 'OPEN DLVRLOG FILE-STATUS = '                      00443715
                     DLVRLOG-FILE-STATUS                                00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 1 TO WS-DLVRLOG-OPEN                                    00443715
                                                                        00443715
           OPEN OUTPUT DLVRRPT                                          00443715
                                                                        00443715
           IF DLVRRPT-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN DLVRRPT FILE-STATUS = '                      00443715
                     DLVRRPT-FILE-STATUS                                00443715
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
       CHECK-PREDECESSORS-PARA.                                         00443715
      *    HOLD THIS JOB WHEN A PREDECESSOR DEPTABLE NAMES FOR IT IS    00443715
      *    MISSING OR FAILED TONIGHT -- SEE MASTRNPG.                   00443715
           MOVE 'MASTRNRD' TO PGAT-JOB-NAME                             00443715
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
           MOVE SPACES TO PARM-CYCLE-ID                                 00443715
           MOVE 'N'    TO PARM-MONTH-END-FLAG                           00443715
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
           IF PARM-PROCESS-DATE NOT NUMERIC                             00443715
             DISPLAY 'PARM-PROCESS-DATE MISSING -- NO DELIVERY DATE'    00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'NO PROCESS DATE' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE PARM-PROCESS-DATE   TO WS-PROCESS-DATE                  00443715
           MOVE PARM-PROCESS-DATE   TO WS-PROCESS-DATE-NUM              00443715
           MOVE PARM-CYCLE-ID       TO WS-CYCLE-ID                      00443715
           MOVE PARM-MONTH-END-FLAG TO WS-MONTH-END                     00443715
                                                                        00443715
           DISPLAY 'DELIVERY DATE  = ' WS-PROCESS-DATE                  00443715
           DISPLAY 'MONTH END FLAG = ' WS-MONTH-END                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOAD-STATUS-PARA.                                                00443715
                                                                        00443715
           MOVE 0 TO WS-EOF                                             00443715
                                                                        00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ STATFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 PERFORM ADD-STATUS-PARA                                00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CLOSE STATFILE                                               00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ADD-STATUS-PARA.                                                 00443715
                                                                        00443715
           SET WS-SJ-TABIDX TO 1                                        00443715
           SEARCH WS-SJ-ENTRY                                           00443715
             AT END                                                     00443715
               DISPLAY 'STATUS TABLE FULL -- RECORD FOR '               00443715
                       STATF-JOB-NAME ' DROPPED'                        00443715
             WHEN WS-SJ-TABIDX > WS-SJ-USED                             00443715
               ADD 1 TO WS-SJ-USED                                      00443715
               MOVE STATF-JOB-NAME                                      00443715
                 TO WS-SJ-JOB-NAME (WS-SJ-TABIDX)                       00443715
               MOVE STATF-COMPLETION-CODE                               00443715
                 TO WS-SJ-COMPLETION (WS-SJ-TABIDX)                     00443715
             WHEN WS-SJ-JOB-NAME (WS-SJ-TABIDX)                         00443715
                  = STATF-JOB-NAME                                      00443715
               MOVE STATF-COMPLETION-CODE                               00443715
                 TO WS-SJ-COMPLETION (WS-SJ-TABIDX)                     00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MAIN-PROCESS.                                                    00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           IF WS-MONTH-END = 'Y'                                        00443715
             STRING 'REPORT DISTRIBUTION FOR ' WS-PROCESS-DATE          00443715
                    ' CYCLE ' WS-CYCLE-ID ' (MONTH-END)'                00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
           ELSE                                                         00443715
             STRING 'REPORT DISTRIBUTION FOR ' WS-PROCESS-DATE          00443715
                    ' CYCLE ' WS-CYCLE-ID                               00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
           END-IF                                                       00443715
           WRITE DLVRRPT-LINE FROM WS-RPT-WORK                          00443715
                                                                        00443715
           MOVE 'DELIVERIES' TO DLVRRPT-LINE                            00443715
           WRITE DLVRRPT-LINE                                           00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  REPORT    PRODUCER  S  RECIPIENT             '     00443715
                  'OUTBOX        LINES  RESULT    RETAIN TO'            00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE DLVRRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE 0 TO WS-EOF                                             00443715
                                                                        00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ RPTCAT                                                00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-CAT-CNTR                                   00443715
                 PERFORM DELIVER-CATALOG-ROW-PARA                       00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           PERFORM WRITE-FLAGGED-PARA                                   00443715
                                                                        00443715
           PERFORM WRITE-TOTALS-PARA                                    00443715
                                                                        00443715
      *    A MISSING REPORT IS FLAGGED, NOT FATAL -- THE REST OF THE    00443715
      *    NIGHT'S REPORTS STILL WENT OUT. AN OUTBOX THAT COULD NOT BE  00443715
      *    WRITTEN MEANS A RECIPIENT WAS NOT SERVED, SO THE RUN FAILS.  00443715
           IF WS-DLVERR-CNTR > 0                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'OUTBOX WRITE FAILED' TO WS-FAIL-REASON               00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       DELIVER-CATALOG-ROW-PARA.                                        00443715
                                                                        00443715
           MOVE 'Y' TO WS-DUE                                           00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN RCAT-SCHED-DAILY                                      00443715
               CONTINUE                                                 00443715
             WHEN RCAT-SCHED-EXCEPTION                                  00443715
               CONTINUE                                                 00443715
             WHEN RCAT-SCHED-MONTH-END                                  00443715
               IF WS-MONTH-END NOT = 'Y'                                00443715
                 MOVE 'N' TO WS-DUE                                     00443715
               END-IF                                                   00443715
             WHEN OTHER                                                 00443715
      *        AN UNKNOWN SCHEDULE IS TREATED AS DAILY, SO A CATALOG    00443715
      *        TYPO CANNOT QUIETLY STOP A REPORT GOING OUT.             00443715
               DISPLAY 'RPTCAT SCHEDULE ' RCAT-SCHEDULE ' FOR '         00443715
                       RCAT-REPORT-DD ' UNKNOWN -- TREATED AS DAILY'    00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           IF WS-DUE = 'N'                                              00443715
             ADD 1 TO WS-NOTDUE-CNTR                                    00443715
           ELSE                                                         00443715
             PERFORM SET-EXPIRY-PARA                                    00443715
                                                                        00443715
             MOVE 'N' TO WS-FLAGGED                                     00443715
             MOVE 0 TO WS-COPY-LINES                                    00443715
                                                                        00443715
             PERFORM FIND-PRODUCER-PARA                                 00443715
                                                                        00443715
             PERFORM FIND-REPORT-DD-PARA                                00443715
                                                                        00443715
             EVALUATE TRUE                                              00443715
               WHEN WS-RPT-DECLARED = 'N'                               00443715
                 DISPLAY 'RPTCAT REPORT ' RCAT-REPORT-DD                00443715
                         ' IS NOT DECLARED TO MASTRNRD'                 00443715
                 MOVE 'NODD' TO WS-RESULT                               00443715
                 MOVE 'Y' TO WS-FLAGGED                                 00443715
               WHEN WS-PRODUCER-CODE NOT = 'COMPLETE'                   00443715
                 MOVE 'NOTPROD' TO WS-RESULT                            00443715
                 MOVE 'Y' TO WS-FLAGGED                                 00443715
               WHEN OTHER                                               00443715
                 PERFORM COPY-REPORT-PARA                               00443715
             END-EVALUATE                                               00443715
                                                                        00443715
             EVALUATE WS-RESULT                                         00443715
               WHEN 'SENT'                                              00443715
                 ADD 1 TO WS-SENT-CNTR                                  00443715
                 ADD WS-COPY-LINES TO WS-LINES-CNTR                     00443715
               WHEN 'NONE'                                              00443715
                 ADD 1 TO WS-NONE-CNTR                                  00443715
               WHEN 'OBXERR'                                            00443715
                 ADD 1 TO WS-DLVERR-CNTR                                00443715
               WHEN OTHER                                               00443715
                 CONTINUE                                               00443715
             END-EVALUATE                                               00443715
                                                                        00443715
             IF WS-FLAGGED = 'Y'                                        00443715
               PERFORM ADD-FLAGGED-PARA                                 00443715
             END-IF                                                     00443715
                                                                        00443715
             PERFORM WRITE-DELIVERY-LOG-PARA                            00443715
                                                                        00443715
             PERFORM WRITE-DELIVERY-LINE-PARA                           00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       SET-EXPIRY-PARA.                                                 00443715
                                                                        00443715
           IF RCAT-RETENTION-DAYS NOT NUMERIC                           00443715
              OR RCAT-RETENTION-DAYS = 0                                00443715
             MOVE SPACES TO WS-EXPIRY-DATE                              00443715
           ELSE                                                         00443715
             COMPUTE WS-EXPIRY-DATE-NUM =                               00443715
               FUNCTION DATE-OF-INTEGER                                 00443715
                 (FUNCTION INTEGER-OF-DATE (WS-PROCESS-DATE-NUM)        00443715
                  + RCAT-RETENTION-DAYS)                                00443715
             MOVE WS-EXPIRY-DATE-NUM TO WS-EXPIRY-DATE                  00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FIND-PRODUCER-PARA.                                              00443715
      *    BLANK WHEN THE PRODUCER HAS NO STATUS RECORD TONIGHT.        00443715
           MOVE SPACES TO WS-PRODUCER-CODE                              00443715
                                                                        00443715
           SET WS-SJ-TABIDX TO 1                                        00443715
           SEARCH WS-SJ-ENTRY                                           00443715
             AT END                                                     00443715
               CONTINUE                                                 00443715
             WHEN WS-SJ-TABIDX > WS-SJ-USED                             00443715
               CONTINUE                                                 00443715
             WHEN WS-SJ-JOB-NAME (WS-SJ-TABIDX)                         00443715
                  = RCAT-PRODUCER-JOB                                   00443715
               MOVE WS-SJ-COMPLETION (WS-SJ-TABIDX)                     00443715
                 TO WS-PRODUCER-CODE                                    00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FIND-REPORT-DD-PARA.                                             00443715
                                                                        00443715
           MOVE 'N' TO WS-RPT-DECLARED                                  00443715
                                                                        00443715
           SET WS-RPT-DD-TABIDX TO 1                                    00443715
           SEARCH WS-RPT-DD-ENTRY                                       00443715
             AT END                                                     00443715
               CONTINUE                                                 00443715
             WHEN WS-RPT-DD-NAME (WS-RPT-DD-TABIDX) = RCAT-REPORT-DD    00443715
               MOVE 'Y' TO WS-RPT-DECLARED                              00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       COPY-REPORT-PARA.                                                00443715
      *    THE REPORT IS READ AFRESH FOR EACH RECIPIENT. AN ON-         00443715
      *    EXCEPTION REPORT THAT IS ABSENT OR EMPTY SIMPLY HAD NOTHING  00443715
      *    TO SAY TONIGHT; ANY OTHER IS FLAGGED.                        00443715
           MOVE 0 TO WS-RPTIN-EOF                                       00443715
                                                                        00443715
           PERFORM OPEN-RPTIN-PARA                                      00443715
                                                                        00443715
           IF RPTIN-FILE-STATUS NOT = '00'                              00443715
             IF RPTIN-FILE-STATUS = '05'                                00443715
               PERFORM CLOSE-RPTIN-PARA                                 00443715
             ELSE                                                       00443715
               DISPLAY 'OPEN ' RCAT-REPORT-DD ' FILE-STATUS = '         00443715
                       RPTIN-FILE-STATUS                                00443715
             END-IF                                                     00443715
             IF RCAT-SCHED-EXCEPTION                                    00443715
               MOVE 'NONE' TO WS-RESULT                                 00443715
             ELSE                                                       00443715
               MOVE 'MISSING' TO WS-RESULT                              00443715
               MOVE 'Y' TO WS-FLAGGED                                   00443715
             END-IF                                                     00443715
           ELSE                                                         00443715
             PERFORM READ-RPTIN-PARA                                    00443715
                                                                        00443715
             IF WS-RPTIN-EOF = 1                                        00443715
               IF RCAT-SCHED-EXCEPTION                                  00443715
                 MOVE 'NONE' TO WS-RESULT                               00443715
               ELSE                                                     00443715
                 MOVE 'EMPTY' TO WS-RESULT                              00443715
                 MOVE 'Y' TO WS-FLAGGED                                 00443715
               END-IF                                                   00443715
             ELSE                                                       00443715
               PERFORM WRITE-OUTBOX-PARA                                00443715
             END-IF                                                     00443715
                                                                        00443715
             PERFORM CLOSE-RPTIN-PARA                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-OUTBOX-PARA.                                               00443715
                                                                        00443715
      *    AN OUTBOX OTHER THAN OUTBOX01 - OUTBOX12 CANNOT BE WRITTEN,  00443715
      *    SO THE RECIPIENT IS NOT SERVED -- THE SAME AS A FAILED OPEN. 00443715
           MOVE ZEROES TO WS-OBX-IDX                                    00443715
           IF RCAT-OUTBOX-DD (1:6) = 'OUTBOX'                           00443715
              AND RCAT-OUTBOX-DD (7:2) IS NUMERIC                       00443715
             MOVE RCAT-OUTBOX-DD (7:2) TO WS-OBX-IDX                    00443715
             IF WS-OBX-IDX > 12                                         00443715
               MOVE ZEROES TO WS-OBX-IDX                                00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-OBX-IDX = 0                                            00443715
             DISPLAY 'OUTBOX ' RCAT-OUTBOX-DD                           00443715
                     ' IS NOT DECLARED TO MASTRNRD'                     00443715
             MOVE 'OBXERR' TO WS-RESULT                                 00443715
           ELSE                                                         00443715
             PERFORM OPEN-OUTBOX-PARA                                   00443715
                                                                        00443715
             IF OUTBOX-FILE-STATUS NOT = '00'                           00443715
                AND OUTBOX-FILE-STATUS NOT = '05'                       00443715
               DISPLAY 'OPEN OUTBOX ' RCAT-OUTBOX-DD ' FILE-STATUS = '  00443715
                       OUTBOX-FILE-STATUS                               00443715
               MOVE 'OBXERR' TO WS-RESULT                               00443715
             ELSE                                                       00443715
               PERFORM WRITE-BANNER-PARA                                00443715
                                                                        00443715
               PERFORM UNTIL WS-RPTIN-EOF = 1                           00443715
                 MOVE WS-RPTIN-LINE TO WS-OUTBOX-LINE                   00443715
                 PERFORM WRITE-OUTBOX-LINE-PARA                         00443715
                 ADD 1 TO WS-COPY-LINES                                 00443715
                 PERFORM READ-RPTIN-PARA                                00443715
               END-PERFORM                                              00443715
                                                                        00443715
               PERFORM CLOSE-OUTBOX-PARA                                00443715
                                                                        00443715
               MOVE 'SENT' TO WS-RESULT                                 00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       READ-RPTIN-PARA.                                                 00443715
                                                                        00443715
           EVALUATE RCAT-REPORT-DD                                      00443715
             WHEN 'ACRVRPT'                                             00443715
               READ ACRVRPT INTO WS-RPTIN-LINE                          00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'BALPRF'                                              00443715
               READ BALPRF INTO WS-RPTIN-LINE                           00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'BKDIFF'                                              00443715
               READ BKDIFF INTO WS-RPTIN-LINE                           00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'CASERPT'                                             00443715
               READ CASERPT INTO WS-RPTIN-LINE                          00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'CLOSRPT'                                             00443715
               READ CLOSRPT INTO WS-RPTIN-LINE                          00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'CMPRPT'                                              00443715
               READ CMPRPT INTO WS-RPTIN-LINE                           00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'CMPWRPT'                                             00443715
               READ CMPWRPT INTO WS-RPTIN-LINE                          00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'CSUPRPT'                                             00443715
               READ CSUPRPT INTO WS-RPTIN-LINE                          00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'DASHFILE'                                            00443715
               READ DASHFILE INTO WS-RPTIN-LINE                         00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'DEMRPT'                                              00443715
               READ DEMRPT INTO WS-RPTIN-LINE                           00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'DQRPT'                                               00443715
               READ DQRPT INTO WS-RPTIN-LINE                            00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'ERASCERT'                                            00443715
               READ ERASCERT INTO WS-RPTIN-LINE                         00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'ESCHRPT'                                             00443715
               READ ESCHRPT INTO WS-RPTIN-LINE                          00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'EVIDFILE'                                            00443715
               READ EVIDFILE INTO WS-RPTIN-LINE                         00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'EXAGRPT'                                             00443715
               READ EXAGRPT INTO WS-RPTIN-LINE                          00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'FEESTMT'                                             00443715
               READ FEESTMT INTO WS-RPTIN-LINE                          00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'FPAKFILE'                                            00443715
               READ FPAKFILE INTO WS-RPTIN-LINE                         00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'GLCTLRPT'                                            00443715
               READ GLCTLRPT INTO WS-RPTIN-LINE                         00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'HOLDRPT'                                             00443715
               READ HOLDRPT INTO WS-RPTIN-LINE                          00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'KPIRPT'                                              00443715
               READ KPIRPT INTO WS-RPTIN-LINE                           00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'LINRPT'                                              00443715
               READ LINRPT INTO WS-RPTIN-LINE                           00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'PMOVRPT'                                             00443715
               READ PMOVRPT INTO WS-RPTIN-LINE                          00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'PPARPT'                                              00443715
               READ PPARPT INTO WS-RPTIN-LINE                           00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'PRECRPT'                                             00443715
               READ PRECRPT INTO WS-RPTIN-LINE                          00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'PURGRPT'                                             00443715
               READ PURGRPT INTO WS-RPTIN-LINE                          00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'RECNRPT'                                             00443715
               READ RECNRPT INTO WS-RPTIN-LINE                          00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'RGBRPT'                                              00443715
               READ RGBRPT INTO WS-RPTIN-LINE                           00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'RPTFILE'                                             00443715
               READ RPTFILE INTO WS-RPTIN-LINE                          00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'RSTRPT'                                              00443715
               READ RSTRPT INTO WS-RPTIN-LINE                           00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'SARRPT'                                              00443715
               READ SARRPT INTO WS-RPTIN-LINE                           00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'STATRPT'                                             00443715
               READ STATRPT INTO WS-RPTIN-LINE                          00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'STMTFILE'                                            00443715
               READ STMTFILE INTO WS-RPTIN-LINE                         00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'STMTOUT'                                             00443715
               READ STMTOUT INTO WS-RPTIN-LINE                          00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'TIERRPT'                                             00443715
               READ TIERRPT INTO WS-RPTIN-LINE                          00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'TIMERPT'                                             00443715
               READ TIMERPT INTO WS-RPTIN-LINE                          00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'TRNDFILE'                                            00443715
               READ TRNDFILE INTO WS-RPTIN-LINE                         00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'UNDLRPT'                                             00443715
               READ UNDLRPT INTO WS-RPTIN-LINE                          00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
             WHEN 'WHATRPT'                                             00443715
               READ WHATRPT INTO WS-RPTIN-LINE                          00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-RPTIN-EOF                               00443715
               END-READ                                                 00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       OPEN-RPTIN-PARA.                                                 00443715
                                                                        00443715
           EVALUATE RCAT-REPORT-DD                                      00443715
             WHEN 'ACRVRPT'                                             00443715
               OPEN INPUT ACRVRPT                                       00443715
             WHEN 'BALPRF'                                              00443715
               OPEN INPUT BALPRF                                        00443715
             WHEN 'BKDIFF'                                              00443715
               OPEN INPUT BKDIFF                                        00443715
             WHEN 'CASERPT'                                             00443715
               OPEN INPUT CASERPT                                       00443715
             WHEN 'CLOSRPT'                                             00443715
               OPEN INPUT CLOSRPT                                       00443715
             WHEN 'CMPRPT'                                              00443715
               OPEN INPUT CMPRPT                                        00443715
             WHEN 'CMPWRPT'                                             00443715
               OPEN INPUT CMPWRPT                                       00443715
             WHEN 'CSUPRPT'                                             00443715
               OPEN INPUT CSUPRPT                                       00443715
             WHEN 'DASHFILE'                                            00443715
               OPEN INPUT DASHFILE                                      00443715
             WHEN 'DEMRPT'                                              00443715
               OPEN INPUT DEMRPT                                        00443715
             WHEN 'DQRPT'                                               00443715
               OPEN INPUT DQRPT                                         00443715
             WHEN 'ERASCERT'                                            00443715
               OPEN INPUT ERASCERT                                      00443715
             WHEN 'ESCHRPT'                                             00443715
               OPEN INPUT ESCHRPT                                       00443715
             WHEN 'EVIDFILE'                                            00443715
               OPEN INPUT EVIDFILE                                      00443715
             WHEN 'EXAGRPT'                                             00443715
               OPEN INPUT EXAGRPT                                       00443715
             WHEN 'FEESTMT'                                             00443715
               OPEN INPUT FEESTMT                                       00443715
             WHEN 'FPAKFILE'                                            00443715
               OPEN INPUT FPAKFILE                                      00443715
             WHEN 'GLCTLRPT'                                            00443715
               OPEN INPUT GLCTLRPT                                      00443715
             WHEN 'HOLDRPT'                                             00443715
               OPEN INPUT HOLDRPT                                       00443715
             WHEN 'KPIRPT'                                              00443715
               OPEN INPUT KPIRPT                                        00443715
             WHEN 'LINRPT'                                              00443715
               OPEN INPUT LINRPT                                        00443715
             WHEN 'PMOVRPT'                                             00443715
               OPEN INPUT PMOVRPT                                       00443715
             WHEN 'PPARPT'                                              00443715
               OPEN INPUT PPARPT                                        00443715
             WHEN 'PRECRPT'                                             00443715
               OPEN INPUT PRECRPT                                       00443715
             WHEN 'PURGRPT'                                             00443715
               OPEN INPUT PURGRPT                                       00443715
             WHEN 'RECNRPT'                                             00443715
               OPEN INPUT RECNRPT                                       00443715
             WHEN 'RGBRPT'                                              00443715
               OPEN INPUT RGBRPT                                        00443715
             WHEN 'RPTFILE'                                             00443715
               OPEN INPUT RPTFILE                                       00443715
             WHEN 'RSTRPT'                                              00443715
               OPEN INPUT RSTRPT                                        00443715
             WHEN 'SARRPT'                                              00443715
               OPEN INPUT SARRPT                                        00443715
             WHEN 'STATRPT'                                             00443715
               OPEN INPUT STATRPT                                       00443715
             WHEN 'STMTFILE'                                            00443715
               OPEN INPUT STMTFILE                                      00443715
             WHEN 'STMTOUT'                                             00443715
               OPEN INPUT STMTOUT                                       00443715
             WHEN 'TIERRPT'                                             00443715
               OPEN INPUT TIERRPT                                       00443715
             WHEN 'TIMERPT'                                             00443715
               OPEN INPUT TIMERPT                                       00443715
             WHEN 'TRNDFILE'                                            00443715
               OPEN INPUT TRNDFILE                                      00443715
             WHEN 'UNDLRPT'                                             00443715
               OPEN INPUT UNDLRPT                                       00443715
             WHEN 'WHATRPT'                                             00443715
               OPEN INPUT WHATRPT                                       00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CLOSE-RPTIN-PARA.                                                00443715
                                                                        00443715
           EVALUATE RCAT-REPORT-DD                                      00443715
             WHEN 'ACRVRPT'                                             00443715
               CLOSE ACRVRPT                                            00443715
             WHEN 'BALPRF'                                              00443715
               CLOSE BALPRF                                             00443715
             WHEN 'BKDIFF'                                              00443715
               CLOSE BKDIFF                                             00443715
             WHEN 'CASERPT'                                             00443715
               CLOSE CASERPT                                            00443715
             WHEN 'CLOSRPT'                                             00443715
               CLOSE CLOSRPT                                            00443715
             WHEN 'CMPRPT'                                              00443715
               CLOSE CMPRPT                                             00443715
             WHEN 'CMPWRPT'                                             00443715
               CLOSE CMPWRPT                                            00443715
             WHEN 'CSUPRPT'                                             00443715
               CLOSE CSUPRPT                                            00443715
             WHEN 'DASHFILE'                                            00443715
               CLOSE DASHFILE                                           00443715
             WHEN 'DEMRPT'                                              00443715
               CLOSE DEMRPT                                             00443715
             WHEN 'DQRPT'                                               00443715
               CLOSE DQRPT                                              00443715
             WHEN 'ERASCERT'                                            00443715
               CLOSE ERASCERT                                           00443715
             WHEN 'ESCHRPT'                                             00443715
               CLOSE ESCHRPT                                            00443715
             WHEN 'EVIDFILE'                                            00443715
               CLOSE EVIDFILE                                           00443715
             WHEN 'EXAGRPT'                                             00443715
               CLOSE EXAGRPT                                            00443715
             WHEN 'FEESTMT'                                             00443715
               CLOSE FEESTMT                                            00443715
             WHEN 'FPAKFILE'                                            00443715
               CLOSE FPAKFILE                                           00443715
             WHEN 'GLCTLRPT'                                            00443715
               CLOSE GLCTLRPT                                           00443715
             WHEN 'HOLDRPT'                                             00443715
               CLOSE HOLDRPT                                            00443715
             WHEN 'KPIRPT'                                              00443715
               CLOSE KPIRPT                                             00443715
             WHEN 'LINRPT'                                              00443715
               CLOSE LINRPT                                             00443715
             WHEN 'PMOVRPT'                                             00443715
               CLOSE PMOVRPT                                            00443715
             WHEN 'PPARPT'                                              00443715
               CLOSE PPARPT                                             00443715
             WHEN 'PRECRPT'                                             00443715
               CLOSE PRECRPT                                            00443715
             WHEN 'PURGRPT'                                             00443715
               CLOSE PURGRPT                                            00443715
             WHEN 'RECNRPT'                                             00443715
               CLOSE RECNRPT                                            00443715
             WHEN 'RGBRPT'                                              00443715
               CLOSE RGBRPT                                             00443715
             WHEN 'RPTFILE'                                             00443715
               CLOSE RPTFILE                                            00443715
             WHEN 'RSTRPT'                                              00443715
               CLOSE RSTRPT                                             00443715
             WHEN 'SARRPT'                                              00443715
               CLOSE SARRPT                                             00443715
             WHEN 'STATRPT'                                             00443715
               CLOSE STATRPT                                            00443715
             WHEN 'STMTFILE'                                            00443715
               CLOSE STMTFILE                                           00443715
             WHEN 'STMTOUT'                                             00443715
               CLOSE STMTOUT                                            00443715
             WHEN 'TIERRPT'                                             00443715
               CLOSE TIERRPT                                            00443715
             WHEN 'TIMERPT'                                             00443715
               CLOSE TIMERPT                                            00443715
             WHEN 'TRNDFILE'                                            00443715
               CLOSE TRNDFILE                                           00443715
             WHEN 'UNDLRPT'                                             00443715
               CLOSE UNDLRPT                                            00443715
             WHEN 'WHATRPT'                                             00443715
               CLOSE WHATRPT                                            00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       OPEN-OUTBOX-PARA.                                                00443715
                                                                        00443715
           EVALUATE WS-OBX-IDX                                          00443715
             WHEN 1                                                     00443715
               OPEN EXTEND OUTBOX01                                     00443715
             WHEN 2                                                     00443715
               OPEN EXTEND OUTBOX02                                     00443715
             WHEN 3                                                     00443715
               OPEN EXTEND OUTBOX03                                     00443715
             WHEN 4                                                     00443715
               OPEN EXTEND OUTBOX04                                     00443715
             WHEN 5                                                     00443715
               OPEN EXTEND OUTBOX05                                     00443715
             WHEN 6                                                     00443715
               OPEN EXTEND OUTBOX06                                     00443715
             WHEN 7                                                     00443715
               OPEN EXTEND OUTBOX07                                     00443715
             WHEN 8                                                     00443715
               OPEN EXTEND OUTBOX08                                     00443715
             WHEN 9                                                     00443715
               OPEN EXTEND OUTBOX09                                     00443715
             WHEN 10                                                    00443715
               OPEN EXTEND OUTBOX10                                     00443715
             WHEN 11                                                    00443715
               OPEN EXTEND OUTBOX11                                     00443715
             WHEN 12                                                    00443715
               OPEN EXTEND OUTBOX12                                     00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CLOSE-OUTBOX-PARA.                                               00443715
                                                                        00443715
           EVALUATE WS-OBX-IDX                                          00443715
             WHEN 1                                                     00443715
               CLOSE OUTBOX01                                           00443715
             WHEN 2                                                     00443715
               CLOSE OUTBOX02                                           00443715
             WHEN 3                                                     00443715
               CLOSE OUTBOX03                                           00443715
             WHEN 4                                                     00443715
               CLOSE OUTBOX04                                           00443715
             WHEN 5                                                     00443715
               CLOSE OUTBOX05                                           00443715
             WHEN 6                                                     00443715
               CLOSE OUTBOX06                                           00443715
             WHEN 7                                                     00443715
               CLOSE OUTBOX07                                           00443715
             WHEN 8                                                     00443715
               CLOSE OUTBOX08                                           00443715
             WHEN 9                                                     00443715
               CLOSE OUTBOX09                                           00443715
             WHEN 10                                                    00443715
               CLOSE OUTBOX10                                           00443715
             WHEN 11                                                    00443715
               CLOSE OUTBOX11                                           00443715
             WHEN 12                                                    00443715
               CLOSE OUTBOX12                                           00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-OUTBOX-LINE-PARA.                                          00443715
                                                                        00443715
           EVALUATE WS-OBX-IDX                                          00443715
             WHEN 1                                                     00443715
               WRITE OUTBOX01-LINE FROM WS-OUTBOX-LINE                  00443715
                 AFTER ADVANCING 1 LINE                                 00443715
             WHEN 2                                                     00443715
               WRITE OUTBOX02-LINE FROM WS-OUTBOX-LINE                  00443715
                 AFTER ADVANCING 1 LINE                                 00443715
             WHEN 3                                                     00443715
               WRITE OUTBOX03-LINE FROM WS-OUTBOX-LINE                  00443715
                 AFTER ADVANCING 1 LINE                                 00443715
             WHEN 4                                                     00443715
               WRITE OUTBOX04-LINE FROM WS-OUTBOX-LINE                  00443715
                 AFTER ADVANCING 1 LINE                                 00443715
             WHEN 5                                                     00443715
               WRITE OUTBOX05-LINE FROM WS-OUTBOX-LINE                  00443715
                 AFTER ADVANCING 1 LINE                                 00443715
             WHEN 6                                                     00443715
               WRITE OUTBOX06-LINE FROM WS-OUTBOX-LINE                  00443715
                 AFTER ADVANCING 1 LINE                                 00443715
             WHEN 7                                                     00443715
               WRITE OUTBOX07-LINE FROM WS-OUTBOX-LINE                  00443715
                 AFTER ADVANCING 1 LINE                                 00443715
             WHEN 8                                                     00443715
               WRITE OUTBOX08-LINE FROM WS-OUTBOX-LINE                  00443715
                 AFTER ADVANCING 1 LINE                                 00443715
             WHEN 9                                                     00443715
               WRITE OUTBOX09-LINE FROM WS-OUTBOX-LINE                  00443715
                 AFTER ADVANCING 1 LINE                                 00443715
             WHEN 10                                                    00443715
               WRITE OUTBOX10-LINE FROM WS-OUTBOX-LINE                  00443715
                 AFTER ADVANCING 1 LINE                                 00443715
             WHEN 11                                                    00443715
               WRITE OUTBOX11-LINE FROM WS-OUTBOX-LINE                  00443715
                 AFTER ADVANCING 1 LINE                                 00443715
             WHEN 12                                                    00443715
               WRITE OUTBOX12-LINE FROM WS-OUTBOX-LINE                  00443715
                 AFTER ADVANCING 1 LINE                                 00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-OUTBOX-PAGE-PARA.                                          00443715
                                                                        00443715
           EVALUATE WS-OBX-IDX                                          00443715
             WHEN 1                                                     00443715
               WRITE OUTBOX01-LINE FROM WS-OUTBOX-LINE                  00443715
                 AFTER ADVANCING PAGE                                   00443715
             WHEN 2                                                     00443715
               WRITE OUTBOX02-LINE FROM WS-OUTBOX-LINE                  00443715
                 AFTER ADVANCING PAGE                                   00443715
             WHEN 3                                                     00443715
               WRITE OUTBOX03-LINE FROM WS-OUTBOX-LINE                  00443715
                 AFTER ADVANCING PAGE                                   00443715
             WHEN 4                                                     00443715
               WRITE OUTBOX04-LINE FROM WS-OUTBOX-LINE                  00443715
                 AFTER ADVANCING PAGE                                   00443715
             WHEN 5                                                     00443715
               WRITE OUTBOX05-LINE FROM WS-OUTBOX-LINE                  00443715
                 AFTER ADVANCING PAGE                                   00443715
             WHEN 6                                                     00443715
               WRITE OUTBOX06-LINE FROM WS-OUTBOX-LINE                  00443715
                 AFTER ADVANCING PAGE                                   00443715
             WHEN 7                                                     00443715
               WRITE OUTBOX07-LINE FROM WS-OUTBOX-LINE                  00443715
                 AFTER ADVANCING PAGE                                   00443715
             WHEN 8                                                     00443715
               WRITE OUTBOX08-LINE FROM WS-OUTBOX-LINE                  00443715
                 AFTER ADVANCING PAGE                                   00443715
             WHEN 9                                                     00443715
               WRITE OUTBOX09-LINE FROM WS-OUTBOX-LINE                  00443715
                 AFTER ADVANCING PAGE                                   00443715
             WHEN 10                                                    00443715
               WRITE OUTBOX10-LINE FROM WS-OUTBOX-LINE                  00443715
                 AFTER ADVANCING PAGE                                   00443715
             WHEN 11                                                    00443715
               WRITE OUTBOX11-LINE FROM WS-OUTBOX-LINE                  00443715
                 AFTER ADVANCING PAGE                                   00443715
             WHEN 12                                                    00443715
               WRITE OUTBOX12-LINE FROM WS-OUTBOX-LINE                  00443715
                 AFTER ADVANCING PAGE                                   00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-BANNER-PARA.                                               00443715
      *    THE COVER BANNER CARRIES EVERYTHING THE OUTBOX'S READER --   00443715
      *    A PERSON OR THE MAIL GATEWAY -- NEEDS TO ROUTE AND FILE THE  00443715
      *    COPY BEHIND IT.                                              00443715
           MOVE WS-BANNER-RULE TO WS-OUTBOX-LINE                        00443715
           PERFORM WRITE-OUTBOX-PAGE-PARA                               00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '* REPORT       : ' RCAT-REPORT-DD                    00443715
                  '  ' RCAT-DESCRIPTION                                 00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           MOVE WS-RPT-WORK TO WS-OUTBOX-LINE                           00443715
           PERFORM WRITE-OUTBOX-LINE-PARA                               00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '* PRODUCED BY  : ' RCAT-PRODUCER-JOB                 00443715
                  '  RUN ' WS-PROCESS-DATE ' CYCLE ' WS-CYCLE-ID        00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           MOVE WS-RPT-WORK TO WS-OUTBOX-LINE                           00443715
           PERFORM WRITE-OUTBOX-LINE-PARA                               00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '* DELIVER TO   : ' RCAT-RECIPIENT                    00443715
                  '  OUTBOX ' RCAT-OUTBOX-DD                            00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           MOVE WS-RPT-WORK TO WS-OUTBOX-LINE                           00443715
           PERFORM WRITE-OUTBOX-LINE-PARA                               00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           IF WS-EXPIRY-DATE = SPACES                                   00443715
             MOVE '* RETAIN UNTIL : REMOVED BY HAND' TO WS-RPT-WORK     00443715
           ELSE                                                         00443715
             STRING '* RETAIN UNTIL : ' WS-EXPIRY-DATE                  00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
           END-IF                                                       00443715
           MOVE WS-RPT-WORK TO WS-OUTBOX-LINE                           00443715
           PERFORM WRITE-OUTBOX-LINE-PARA                               00443715
                                                                        00443715
           MOVE WS-BANNER-RULE TO WS-OUTBOX-LINE                        00443715
           PERFORM WRITE-OUTBOX-LINE-PARA                               00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ADD-FLAGGED-PARA.                                                00443715
                                                                        00443715
           SET WS-FL-TABIDX TO 1                                        00443715
           SEARCH WS-FL-ENTRY                                           00443715
             AT END                                                     00443715
               DISPLAY 'FLAGGED TABLE FULL -- ' RCAT-REPORT-DD          00443715
                       ' NOT LISTED'                                    00443715
             WHEN WS-FL-TABIDX > WS-FL-USED                             00443715
               ADD 1 TO WS-FL-USED                                      00443715
               ADD 1 TO WS-FLAG-CNTR                                    00443715
               MOVE RCAT-REPORT-DD                                      00443715
                 TO WS-FL-REPORT-DD (WS-FL-TABIDX)                      00443715
               MOVE RCAT-PRODUCER-JOB                                   00443715
                 TO WS-FL-PRODUCER-JOB (WS-FL-TABIDX)                   00443715
               MOVE RCAT-SCHEDULE                                       00443715
                 TO WS-FL-SCHEDULE (WS-FL-TABIDX)                       00443715
               MOVE WS-RESULT                                           00443715
                 TO WS-FL-RESULT (WS-FL-TABIDX)                         00443715
               MOVE WS-PRODUCER-CODE                                    00443715
                 TO WS-FL-PRODUCER-CODE (WS-FL-TABIDX)                  00443715
               MOVE RCAT-DESCRIPTION                                    00443715
                 TO WS-FL-DESCRIPTION (WS-FL-TABIDX)                    00443715
             WHEN WS-FL-REPORT-DD (WS-FL-TABIDX) = RCAT-REPORT-DD       00443715
               CONTINUE                                                 00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-DELIVERY-LOG-PARA.                                         00443715
                                                                        00443715
           MOVE SPACES TO DLVR-REC                                      00443715
           MOVE WS-PROCESS-DATE      TO DLVR-PROCESS-DATE               00443715
           MOVE WS-CYCLE-ID          TO DLVR-CYCLE-ID                   00443715
           MOVE FUNCTION CURRENT-DATE TO DLVR-TIMESTAMP                 00443715
           MOVE RCAT-REPORT-DD       TO DLVR-REPORT-DD                  00443715
           MOVE RCAT-PRODUCER-JOB    TO DLVR-PRODUCER-JOB               00443715
           MOVE RCAT-SCHEDULE        TO DLVR-SCHEDULE                   00443715
           MOVE RCAT-RECIPIENT       TO DLVR-RECIPIENT                  00443715
           MOVE RCAT-OUTBOX-DD       TO DLVR-OUTBOX-DD                  00443715
           MOVE WS-COPY-LINES        TO DLVR-LINE-CNT                   00443715
           MOVE WS-EXPIRY-DATE       TO DLVR-EXPIRY-DATE                00443715
           MOVE WS-RESULT            TO DLVR-RESULT                     00443715
           MOVE ',' TO DLVR-SEPARATOR-1                                 00443715
           MOVE ',' TO DLVR-SEPARATOR-2                                 00443715
           MOVE ',' TO DLVR-SEPARATOR-3                                 00443715
           MOVE ',' TO DLVR-SEPARATOR-4                                 00443715
           MOVE ',' TO DLVR-SEPARATOR-5                                 00443715
           MOVE ',' TO DLVR-SEPARATOR-6                                 00443715
           MOVE ',' TO DLVR-SEPARATOR-7                                 00443715
           MOVE ',' TO DLVR-SEPARATOR-8                                 00443715
           MOVE ',' TO DLVR-SEPARATOR-9                                 00443715
           MOVE ',' TO DLVR-SEPARATOR-10                                00443715
                                                                        00443715
           WRITE DLVR-REC                                               00443715
                                                                        00443715
           IF DLVRLOG-FILE-STATUS NOT = '00'                            00443715
             DISPLAY 'WRITE DLVRLOG FILE-STATUS = '                     00443715
                     DLVRLOG-FILE-STATUS                                00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'DELIVERY LOG WRITE ERROR' TO WS-FAIL-REASON          00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-DELIVERY-LINE-PARA.                                        00443715
                                                                        00443715
           MOVE WS-COPY-LINES TO WS-LINES-EDT                           00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  ' RCAT-REPORT-DD                                   00443715
                  '  ' RCAT-PRODUCER-JOB                                00443715
                  '  ' RCAT-SCHEDULE                                    00443715
                  '  ' RCAT-RECIPIENT                                   00443715
                  '  ' RCAT-OUTBOX-DD                                   00443715
                  '  ' WS-LINES-EDT                                     00443715
                  '  ' WS-RESULT                                        00443715
                  '  ' WS-EXPIRY-DATE                                   00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE DLVRRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-FLAGGED-PARA.                                              00443715
                                                                        00443715
           MOVE 'EXPECTED REPORTS NOT PRODUCED' TO DLVRRPT-LINE         00443715
           WRITE DLVRRPT-LINE                                           00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           IF WS-FL-USED = 0                                            00443715
             MOVE '  NONE' TO DLVRRPT-LINE                              00443715
             WRITE DLVRRPT-LINE                                         00443715
               AFTER ADVANCING 1 LINE                                   00443715
           ELSE                                                         00443715
             MOVE SPACES TO WS-RPT-WORK                                 00443715
             STRING '  REPORT    PRODUCER  S  RESULT    JOB END   '     00443715
                    'DESCRIPTION'                                       00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
             WRITE DLVRRPT-LINE FROM WS-RPT-WORK                        00443715
               AFTER ADVANCING 1 LINE                                   00443715
                                                                        00443715
             PERFORM VARYING WS-FL-IDX FROM 1 BY 1                      00443715
                     UNTIL WS-FL-IDX > WS-FL-USED                       00443715
               PERFORM WRITE-FLAGGED-LINE-PARA                          00443715
             END-PERFORM                                                00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-FLAGGED-LINE-PARA.                                         00443715
      *    JOB END IS THE PRODUCER'S COMPLETION CODE TONIGHT --         00443715
      *    'NOT RUN' WHEN IT LEFT NO STATUS RECORD AT ALL.              00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           IF WS-FL-PRODUCER-CODE (WS-FL-IDX) = SPACES                  00443715
             MOVE 'NOT RUN' TO WS-FL-PRODUCER-CODE (WS-FL-IDX)          00443715
           END-IF                                                       00443715
           STRING '  ' WS-FL-REPORT-DD (WS-FL-IDX)                      00443715
                  '  ' WS-FL-PRODUCER-JOB (WS-FL-IDX)                   00443715
                  '  ' WS-FL-SCHEDULE (WS-FL-IDX)                       00443715
                  '  ' WS-FL-RESULT (WS-FL-IDX)                         00443715
                  '  ' WS-FL-PRODUCER-CODE (WS-FL-IDX)                  00443715
                  '  ' WS-FL-DESCRIPTION (WS-FL-IDX)                    00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE DLVRRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-TOTALS-PARA.                                               00443715
                                                                        00443715
           MOVE 'TOTALS' TO DLVRRPT-LINE                                00443715
           WRITE DLVRRPT-LINE                                           00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           MOVE WS-CAT-CNTR TO WS-CNTR-EDT                              00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  CATALOG ROWS           : ' WS-CNTR-EDT             00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE DLVRRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE WS-NOTDUE-CNTR TO WS-CNTR-EDT                           00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '    NOT DUE TONIGHT      : ' WS-CNTR-EDT             00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE DLVRRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE WS-SENT-CNTR TO WS-CNTR-EDT                             00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '    COPIES DELIVERED     : ' WS-CNTR-EDT             00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE DLVRRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE WS-NONE-CNTR TO WS-CNTR-EDT                             00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '    NO EXCEPTIONS        : ' WS-CNTR-EDT             00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE DLVRRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE WS-DLVERR-CNTR TO WS-CNTR-EDT                           00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '    OUTBOX ERRORS        : ' WS-CNTR-EDT             00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE DLVRRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE WS-LINES-CNTR TO WS-CNTR-EDT                            00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  LINES DELIVERED        : ' WS-CNTR-EDT             00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE DLVRRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE WS-FLAG-CNTR TO WS-CNTR-EDT                             00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  REPORTS NOT PRODUCED   : ' WS-CNTR-EDT             00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE DLVRRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
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
           MOVE 'MASTRNRD'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'CATROWS'              TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-CAT-CNTR            TO STAT-CNTR-1                   00443715
           MOVE 'SENT'                 TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-SENT-CNTR           TO STAT-CNTR-2                   00443715
           MOVE 'NOTPRODUCED'          TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-FLAG-CNTR           TO STAT-CNTR-3                   00443715
           MOVE 'OBXERRORS'            TO STAT-CNTR-4-LABEL             00443715
           MOVE WS-DLVERR-CNTR         TO STAT-CNTR-4                   00443715
                                                                        00443715
           WRITE STATUS-REC                                             00443715
                                                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END-PROCESS.                                                     00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNRD         *'            00443715
           DISPLAY '* CATALOG ROWS  : ' WS-CAT-CNTR                     00443715
           DISPLAY '* COPIES SENT   : ' WS-SENT-CNTR                    00443715
           DISPLAY '* NOT PRODUCED  : ' WS-FLAG-CNTR                    00443715
           DISPLAY '* OUTBOX ERRORS : ' WS-DLVERR-CNTR                  00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           IF WS-RPTCAT-OPEN = 1                                        00443715
             CLOSE RPTCAT                                               00443715
           END-IF                                                       00443715
           IF WS-DLVRLOG-OPEN = 1                                       00443715
             CLOSE DLVRLOG                                              00443715
           END-IF                                                       00443715
           CLOSE DLVRRPT.                                               00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNRD.                                           00443715
