       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNER.                                            00443715
      *    MASTRNER KEEPS THE CONSOLIDATED EXCEPTION REGISTER. EVERY    00443715
      *    NIGHT MASTRANE WRITES EREJFILE AND MASTRANC WRITES ORPHFILE, 00443715
      *    UNPRFILE, CODEXFILE, AGEXFILE, OVFLFILE AND DUPFILE -- EACH  00443715
      *    A SNAPSHOT OF THAT NIGHT ONLY. THIS JOB CARRIES THEM ACROSS  00443715
      *    CYCLES AS ONE REGISTER: EXRGIN IS THE PRIOR CYCLE'S,         00443715
      *    EXRGFILE IS WRITTEN WITH TONIGHT'S EXCEPTIONS MERGED IN,     00443715
      *    ONE ROW PER SOURCE AND BUSINESS KEY, WITH THE FIRST AND      00443715
      *    LAST NIGHT IT WAS SEEN AND HOW MANY NIGHTS IT HAS RECURRED.  00443715
      *    EACH ROW IS OWNED BY THE TEAM EXRTFILE (THE OPERATORS'       00443715
      *    ROUTING TABLE) NAMES FOR ITS SOURCE AND CATEGORY, AND IS DUE 00443715
      *    THAT ROUTE'S SLA DAYS AFTER IT WAS FIRST SEEN.               00443715
      *    AN OPEN EXCEPTION ITS SOURCE DID NOT REPEAT TONIGHT IS       00443715
      *    CLOSED TONIGHT AND DROPS OFF THE REGISTER THE NIGHT AFTER.   00443715
      *    A SOURCE FILE THAT IS NOT THERE AT ALL PROVES NOTHING, SO    00443715
      *    ITS OPEN ROWS ARE CARRIED UNCHANGED. EXAGRPT IS THE DAILY    00443715
      *    AGEING REPORT -- THE REGISTER BY OWNER AND AGE, THEN EVERY   00443715
      *    EXCEPTION PAST ITS SLA, OWNER BY OWNER.                      00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT OPTIONAL EREJFILE ASSIGN TO EREJFILE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS EREJFILE-FILE-STATUS.                        00443715
            SELECT OPTIONAL ORPHFILE ASSIGN TO ORPHFILE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS ORPHFILE-FILE-STATUS.                        00443715
            SELECT OPTIONAL UNPRFILE ASSIGN TO UNPRFILE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS UNPRFILE-FILE-STATUS.                        00443715
            SELECT OPTIONAL CODEXFILE ASSIGN TO CODEXFILE               00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS CODEXFILE-FILE-STATUS.                       00443715
            SELECT OPTIONAL AGEXFILE ASSIGN TO AGEXFILE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS AGEXFILE-FILE-STATUS.                        00443715
            SELECT OPTIONAL OVFLFILE ASSIGN TO OVFLFILE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS OVFLFILE-FILE-STATUS.                        00443715
            SELECT OPTIONAL DUPFILE ASSIGN TO DUPFILE                   00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS DUPFILE-FILE-STATUS.                         00443715
            SELECT EXRTFILE ASSIGN TO EXRTFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS EXRTFILE-FILE-STATUS.                        00443715
            SELECT EXRGIN ASSIGN TO EXRGIN                              00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS EXRGIN-FILE-STATUS.                          00443715
            SELECT EXRGFILE ASSIGN TO EXRGFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS EXRGFILE-FILE-STATUS.                        00443715
            SELECT SORTFILE ASSIGN TO SORTWK01.                         00443715
            SELECT EXAGRPT ASSIGN TO EXAGRPT                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS EXAGRPT-FILE-STATUS.                         00443715
            SELECT PARMFILE ASSIGN TO PARMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARMFILE-FILE-STATUS.                        00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
      *    THE SEVEN EXCEPTION LAYOUTS MIRROR THE FD RECORDS MASTRANE   00443715
      *    AND MASTRANC WRITE; ONLY THE FIELDS THAT MAKE UP THE         00443715
      *    BUSINESS KEY AND THE ROUTING CATEGORY ARE NAMED.             00443715
       FD EREJFILE.                                                     00443715
       01 EREJ-REC.                                                     00443715
          05 EREJ-CONT-ID          PIC X(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 EREJ-REASON-CODE      PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 EREJ-TYPE-CODE        PIC X(2).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 EREJ-TRAN-AMOUNT      PIC X(40).                           00443715
                                                                        00443715
       FD ORPHFILE.                                                     00443715
       01 ORPH-REC.                                                     00443715
          05 ORPH-CONT-ID          PIC X(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 ORPH-TYPE-CODE        PIC X(2).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 ORPH-ORIG-TXN-REF     PIC X(40).                           00443715
          05 FILLER                PIC X(82).                           00443715
                                                                        00443715
       FD UNPRFILE.                                                     00443715
       01 UNPR-REC.                                                     00443715
          05 UNPR-CONT-ID          PIC X(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 UNPR-CURRENCY-CODE    PIC X(3).                            00443715
          05 FILLER                PIC X(22).                           00443715
                                                                        00443715
       FD CODEXFILE.                                                    00443715
       01 CODEX-REC.                                                    00443715
          05 CODEX-CONT-ID         PIC X(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 CODEX-DOMAIN          PIC X(12).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 CODEX-VALUE           PIC X(2).                            00443715
                                                                        00443715
       FD AGEXFILE.                                                     00443715
       01 AGEX-REC.                                                     00443715
          05 AGEX-CONT-ID          PIC X(10).                           00443715
          05 FILLER                PIC X(12).                           00443715
                                                                        00443715
       FD OVFLFILE.                                                     00443715
       01 OVFL-REC.                                                     00443715
          05 OVFL-CONT-ID          PIC X(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 OVFL-DIMENSION        PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 OVFL-KEY-VALUE        PIC X(40).                           00443715
                                                                        00443715
       FD DUPFILE.                                                      00443715
       01 DUP-REC.                                                      00443715
          05 DUP-CONT-ID           PIC X(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 DUP-HDR-CREDTT        PIC X(40).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 DUP-MERCHANT-ID       PIC X(40).                           00443715
          05 FILLER                PIC X(41).                           00443715
                                                                        00443715
      *    EXRTFILE IS MAINTAINED BY OPERATIONS: ONE ROW PER SOURCE,    00443715
      *    OR PER SOURCE AND CATEGORY WHERE ONE SOURCE'S EXCEPTIONS     00443715
      *    BELONG TO DIFFERENT TEAMS (E.G. CODEX BY CODE DOMAIN). A     00443715
      *    CATEGORY ROW WINS OVER THE SOURCE'S BLANK-CATEGORY ROW.      00443715
      *    SOURCES ARE EREJ, ORPH, UNPR, CODEX, AGEX, OVFL AND DUP.     00443715
       FD EXRTFILE.                                                     00443715
       01 EXRT-REC.                                                     00443715
          05 EXRT-SOURCE           PIC X(8).                            00443715
          05 EXRT-SEPARATOR-1      PIC X(1).                            00443715
          05 EXRT-CATEGORY         PIC X(12).                           00443715
          05 EXRT-SEPARATOR-2      PIC X(1).                            00443715
          05 EXRT-OWNER            PIC X(20).                           00443715
          05 EXRT-SEPARATOR-3      PIC X(1).                            00443715
          05 EXRT-SLA-DAYS         PIC 9(3).                            00443715
                                                                        00443715
      *    EXRGIN/EXRGFILE ARE THE EXCEPTION REGISTER, IN SOURCE AND    00443715
      *    BUSINESS KEY ORDER. EXRG-OCCUR-CNT COUNTS THE NIGHTS THE     00443715
      *    EXCEPTION WAS SEEN, NOT THE RECORDS -- A KEY LISTED TWICE    00443715
      *    IN ONE NIGHT'S FILE IS ONE OCCURRENCE. STATUS 'O' = OPEN,    00443715
      *    'C' = CLOSED TONIGHT (NOT SEEN AGAIN).                       00443715
       FD EXRGIN.                                                       00443715
       01 EXRGIN-REC.                                                   00443715
          05 ERIN-SOURCE           PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 ERIN-BUS-KEY          PIC X(60).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 ERIN-CATEGORY         PIC X(12).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 ERIN-FIRST-SEEN       PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 ERIN-LAST-SEEN        PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 ERIN-OCCUR-CNT        PIC 9(5).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 ERIN-OWNER            PIC X(20).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 ERIN-SLA-DAYS         PIC 9(3).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 ERIN-DUE-DATE         PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 ERIN-STATUS           PIC X(1).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 ERIN-CLOSED-DATE      PIC X(8).                            00443715
                                                                        00443715
       FD EXRGFILE.                                                     00443715
       01 EXRG-REC.                                                     00443715
          05 EXRG-SOURCE           PIC X(8).                            00443715
          05 EXRG-SEPARATOR-1      PIC X(1).                            00443715
          05 EXRG-BUS-KEY          PIC X(60).                           00443715
          05 EXRG-SEPARATOR-2      PIC X(1).                            00443715
          05 EXRG-CATEGORY         PIC X(12).                           00443715
          05 EXRG-SEPARATOR-3      PIC X(1).                            00443715
          05 EXRG-FIRST-SEEN       PIC X(8).                            00443715
          05 EXRG-SEPARATOR-4      PIC X(1).                            00443715
          05 EXRG-LAST-SEEN        PIC X(8).                            00443715
          05 EXRG-SEPARATOR-5      PIC X(1).                            00443715
          05 EXRG-OCCUR-CNT        PIC 9(5).                            00443715
          05 EXRG-SEPARATOR-6      PIC X(1).                            00443715
          05 EXRG-OWNER            PIC X(20).                           00443715
          05 EXRG-SEPARATOR-7      PIC X(1).                            00443715
          05 EXRG-SLA-DAYS         PIC 9(3).                            00443715
          05 EXRG-SEPARATOR-8      PIC X(1).                            00443715
          05 EXRG-DUE-DATE         PIC X(8).                            00443715
          05 EXRG-SEPARATOR-9      PIC X(1).                            00443715
          05 EXRG-STATUS           PIC X(1).                            00443715
          05 EXRG-SEPARATOR-10     PIC X(1).                            00443715
          05 EXRG-CLOSED-DATE      PIC X(8).                            00443715
                                                                        00443715
      *    PRIOR REGISTER ROWS ('P') SORT AHEAD OF TONIGHT'S            00443715
      *    SIGHTINGS ('T') OF THE SAME EXCEPTION.                       00443715
       SD SORTFILE.                                                     00443715
       01 SORT-REC.                                                     00443715
          05 SRT-SOURCE            PIC X(8).                            00443715
          05 SRT-BUS-KEY           PIC X(60).                           00443715
          05 SRT-REC-TYPE          PIC X(1).                            00443715
          05 SRT-CATEGORY          PIC X(12).                           00443715
          05 SRT-FIRST-SEEN        PIC X(8).                            00443715
          05 SRT-LAST-SEEN         PIC X(8).                            00443715
          05 SRT-OCCUR-CNT         PIC 9(5).                            00443715
                                                                        00443715
       FD EXAGRPT.                                                      00443715
       01 EXAGRPT-LINE             PIC X(132).                          00443715
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
       01 EREJFILE-FILE-STATUS  PIC X(2).                               00443715
       01 ORPHFILE-FILE-STATUS  PIC X(2).                               00443715
       01 UNPRFILE-FILE-STATUS  PIC X(2).                               00443715
       01 CODEXFILE-FILE-STATUS PIC X(2).                               00443715
       01 AGEXFILE-FILE-STATUS  PIC X(2).                               00443715
       01 OVFLFILE-FILE-STATUS  PIC X(2).                               00443715
       01 DUPFILE-FILE-STATUS   PIC X(2).                               00443715
       01 EXRTFILE-FILE-STATUS  PIC X(2).                               00443715
       01 EXRGIN-FILE-STATUS    PIC X(2).                               00443715
       01 EXRGFILE-FILE-STATUS  PIC X(2).                               00443715
       01 EXAGRPT-FILE-STATUS   PIC X(2).                               00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-EXRGFILE-OPEN      PIC 9 VALUE 0.                          00443715
       01 WS-EOF                PIC 9 VALUE 0.                          00443715
       01 WS-SORT-EOF           PIC 9 VALUE 0.                          00443715
       01 WS-PROCESS-DATE       PIC X(8).                               00443715
       01 WS-PROCESS-DATE-NUM   PIC 9(8).                               00443715
       01 WS-PROCESS-DATE-INT   PIC 9(9).                               00443715
       01 WS-DATE-NUM           PIC 9(8).                               00443715
       01 WS-DATE-INT           PIC 9(9).                               00443715
      *    AN EXCEPTION WHOSE SOURCE AND CATEGORY NO EXRTFILE ROW       00443715
      *    COVERS IS STILL REGISTERED -- TO NOBODY, ON THIS SLA -- SO   00443715
      *    IT SHOWS UP ON THE REPORT INSTEAD OF GOING UNSEEN.           00443715
       01 WS-UNROUTED-OWNER     PIC X(20) VALUE 'UNROUTED'.             00443715
       01 WS-UNROUTED-SLA-DAYS  PIC 9(3)  VALUE 5.                      00443715
      *    THE EXCEPTION BEING RELEASED TO THE SORT.                    00443715
       01 WS-EXC-SOURCE         PIC X(8).                               00443715
       01 WS-EXC-BUS-KEY        PIC X(60).                              00443715
       01 WS-EXC-CATEGORY       PIC X(12).                              00443715
      *    ONE ROW PER SOURCE: WHETHER ITS FILE WAS THERE TONIGHT AND   00443715
      *    HOW MANY RECORDS IT HAD.                                     00443715
       01 WS-SRC-IDX            PIC 9(2).                               00443715
       01 WS-SRC-TABLE.                                                 00443715
          05 WS-SRC-ENTRY OCCURS 7 TIMES                                00443715
               INDEXED BY WS-SRC-TABIDX.                                00443715
             10 WS-SRC-CODE         PIC X(8).                           00443715
             10 WS-SRC-READ         PIC 9.                              00443715
             10 WS-SRC-CNTR         PIC 9(9).                           00443715
      *    EXRTFILE, LOADED AT START.                                   00443715
       01 WS-RT-USED            PIC 9(3) VALUE ZEROES.                  00443715
       01 WS-RT-TABLE.                                                  00443715
          05 WS-RT-ENTRY OCCURS 100 TIMES                               00443715
               INDEXED BY WS-RT-TABIDX.                                 00443715
             10 WS-RT-SOURCE        PIC X(8).                           00443715
             10 WS-RT-CATEGORY      PIC X(12).                          00443715
             10 WS-RT-OWNER         PIC X(20).                          00443715
             10 WS-RT-SLA-DAYS      PIC 9(3).                           00443715
      *    EXCEPTION CONTROL-BREAK STATE -- ONE SOURCE AND KEY.         00443715
       01 WS-GRP-STARTED        PIC 9 VALUE 0.                          00443715
       01 WS-GRP-SOURCE         PIC X(8).                               00443715
       01 WS-GRP-BUS-KEY        PIC X(60).                              00443715
       01 WS-GRP-CATEGORY       PIC X(12).                              00443715
       01 WS-GRP-PRIOR          PIC 9.                                  00443715
       01 WS-GRP-SEEN           PIC 9.                                  00443715
       01 WS-GRP-FIRST-SEEN     PIC X(8).                               00443715
       01 WS-GRP-LAST-SEEN      PIC X(8).                               00443715
       01 WS-GRP-OCCUR-CNT      PIC 9(5).                               00443715
       01 WS-GRP-STATUS         PIC X(1).                               00443715
       01 WS-GRP-CLOSED-DATE    PIC X(8).                               00443715
       01 WS-GRP-OWNER          PIC X(20).                              00443715
       01 WS-GRP-SLA-DAYS       PIC 9(3).                               00443715
       01 WS-GRP-DUE-DATE       PIC X(8).                               00443715
       01 WS-GRP-AGE-DAYS       PIC 9(5).                               00443715
      *    REGISTER FIGURES BY OWNER FOR THE AGEING REPORT. AGE         00443715
      *    BUCKETS COUNT OPEN EXCEPTIONS BY DAYS SINCE FIRST SEEN.      00443715
       01 WS-OW-USED            PIC 9(2) VALUE ZEROES.                  00443715
       01 WS-OW-IDX             PIC 9(2).                               00443715
       01 WS-OW-TABLE.                                                  00443715
          05 WS-OW-ENTRY OCCURS 30 TIMES                                00443715
               INDEXED BY WS-OW-TABIDX.                                 00443715
             10 WS-OW-OWNER         PIC X(20).                          00443715
             10 WS-OW-OPEN          PIC 9(7).                           00443715
             10 WS-OW-NEW           PIC 9(7).                           00443715
             10 WS-OW-CLOSED        PIC 9(7).                           00443715
             10 WS-OW-BREACHED      PIC 9(7).                           00443715
             10 WS-OW-AGE-1         PIC 9(7).                           00443715
             10 WS-OW-AGE-2         PIC 9(7).                           00443715
             10 WS-OW-AGE-3         PIC 9(7).                           00443715
             10 WS-OW-AGE-4         PIC 9(7).                           00443715
       01 WS-OW-TOTAL.                                                  00443715
          05 WS-OWT-OPEN           PIC 9(7) VALUE ZEROES.               00443715
          05 WS-OWT-NEW            PIC 9(7) VALUE ZEROES.               00443715
          05 WS-OWT-CLOSED         PIC 9(7) VALUE ZEROES.               00443715
          05 WS-OWT-BREACHED       PIC 9(7) VALUE ZEROES.               00443715
          05 WS-OWT-AGE-1          PIC 9(7) VALUE ZEROES.               00443715
          05 WS-OWT-AGE-2          PIC 9(7) VALUE ZEROES.               00443715
          05 WS-OWT-AGE-3          PIC 9(7) VALUE ZEROES.               00443715
          05 WS-OWT-AGE-4          PIC 9(7) VALUE ZEROES.               00443715
       01 WS-COUNTERS-1.                                                00443715
          05 WS-TONIGHT-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-EXRGIN-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-PURGED-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-EXRGFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-OPEN-CNTR         PIC 9(9) VALUE ZEROES.                00443715
          05 WS-NEW-CNTR          PIC 9(9) VALUE ZEROES.                00443715
          05 WS-CLOSED-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-BREACHED-CNTR     PIC 9(9) VALUE ZEROES.                00443715
       01 WS-CNTR-EDT           PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-RPT-WORK           PIC X(132).                             00443715
       01 WS-RPT-DETAIL.                                                00443715
          05 FILLER              PIC X(2) VALUE SPACES.                 00443715
          05 RPT-OWNER           PIC X(20).                             00443715
          05 FILLER              PIC X(1) VALUE SPACES.                 00443715
          05 RPT-OPEN            PIC Z,ZZZ,ZZ9.                         00443715
          05 FILLER              PIC X(1) VALUE SPACES.                 00443715
          05 RPT-NEW             PIC Z,ZZZ,ZZ9.                         00443715
          05 FILLER              PIC X(1) VALUE SPACES.                 00443715
          05 RPT-CLOSED          PIC Z,ZZZ,ZZ9.                         00443715
          05 FILLER              PIC X(1) VALUE SPACES.                 00443715
          05 RPT-BREACHED        PIC Z,ZZZ,ZZ9.                         00443715
          05 FILLER              PIC X(1) VALUE SPACES.                 00443715
          05 RPT-AGE-1           PIC Z,ZZZ,ZZ9.                         00443715
          05 FILLER              PIC X(1) VALUE SPACES.                 00443715
          05 RPT-AGE-2           PIC Z,ZZZ,ZZ9.                         00443715
          05 FILLER              PIC X(1) VALUE SPACES.                 00443715
          05 RPT-AGE-3           PIC Z,ZZZ,ZZ9.                         00443715
          05 FILLER              PIC X(1) VALUE SPACES.                 00443715
          05 RPT-AGE-4           PIC Z,ZZZ,ZZ9.                         00443715
       01 WS-RPT-BREACH.                                                00443715
          05 FILLER              PIC X(4) VALUE SPACES.                 00443715
          05 RPTB-SOURCE         PIC X(8).                              00443715
          05 FILLER              PIC X(1) VALUE SPACES.                 00443715
          05 RPTB-CATEGORY       PIC X(12).                             00443715
          05 FILLER              PIC X(1) VALUE SPACES.                 00443715
          05 RPTB-BUS-KEY        PIC X(50).                             00443715
          05 FILLER              PIC X(1) VALUE SPACES.                 00443715
          05 RPTB-FIRST-SEEN     PIC X(8).                              00443715
          05 FILLER              PIC X(1) VALUE SPACES.                 00443715
          05 RPTB-DUE-DATE       PIC X(8).                              00443715
          05 FILLER              PIC X(1) VALUE SPACES.                 00443715
          05 RPTB-DAYS-OVER      PIC ZZZZ9.                             00443715
          05 FILLER              PIC X(1) VALUE SPACES.                 00443715
          05 RPTB-OCCUR-CNT      PIC ZZZZ9.                             00443715
      *    THE GENERATION REGISTRY'S FIGURES FOR THE EXCEPTION          00443715
      *    REGISTER. ITS ROWS CARRY NO CONTRACT ID, SO EXRGIN AND       00443715
      *    EXRGFILE HASH ON THE OCCURRENCE COUNTS.                      00443715
       01 WS-EXRGIN-HASH-TOTAL  PIC 9(16)V99 VALUE ZEROES.              00443715
       01 WS-EXRGFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-EXRGIN-REG         PIC 9 VALUE 0.                          00443715
       01 WS-GREG-INPUT-DD      PIC X(8) VALUE SPACES.                  00443715
       COPY GREGLNK.                                                    00443715
         COPY PGATLNK.                                                  00443715
                                                                        00443715
       PROCEDURE DIVISION.                                              00443715
                                                                        00443715
           PERFORM START-PROCESS                                        00443715
                                                                        00443715
           SORT SORTFILE ON ASCENDING KEY SRT-SOURCE                    00443715
                                          SRT-BUS-KEY                   00443715
                                          SRT-REC-TYPE                  00443715
             INPUT PROCEDURE IS BUILD-REGISTER-PARA                     00443715
             OUTPUT PROCEDURE IS MERGE-REGISTER-PARA                    00443715
                                                                        00443715
           CLOSE EXRGFILE                                               00443715
           MOVE 0 TO WS-EXRGFILE-OPEN                                   00443715
                                                                        00443715
           PERFORM WRITE-AGEING-REPORT-PARA                             00443715
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
           PERFORM LOAD-ROUTING-PARA                                    00443715
                                                                        00443715
           MOVE 'EREJ'  TO WS-SRC-CODE (1)                              00443715
           MOVE 'ORPH'  TO WS-SRC-CODE (2)                              00443715
           MOVE 'UNPR'  TO WS-SRC-CODE (3)                              00443715
           MOVE 'CODEX' TO WS-SRC-CODE (4)                              00443715
           MOVE 'AGEX'  TO WS-SRC-CODE (5)                              00443715
           MOVE 'OVFL'  TO WS-SRC-CODE (6)                              00443715
           MOVE 'DUP'   TO WS-SRC-CODE (7)                              00443715
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1                       00443715
             UNTIL WS-SRC-IDX > 7                                       00443715
             MOVE 0      TO WS-SRC-READ (WS-SRC-IDX)                    00443715
             MOVE ZEROES TO WS-SRC-CNTR (WS-SRC-IDX)                    00443715
           END-PERFORM                                                  00443715
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
           MOVE 'MASTRNER' TO PGAT-JOB-NAME                             00443715
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
             END-READ                                                   00443715
                                                                        00443715
             CLOSE PARMFILE                                             00443715
           END-IF                                                       00443715
                                                                        00443715
      *    FIRST-SEEN, LAST-SEEN AND EVERY SLA ARE NIGHTS -- THE        00443715
      *    REGISTER CANNOT BE AGED WITHOUT ONE.                         00443715
           IF PARM-PROCESS-DATE NOT NUMERIC                             00443715
             DISPLAY 'PARM-PROCESS-DATE MISSING -- EXCEPTION REGISTER ' 00443715
                     'CANNOT BE DATED'                                  00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'NO PROCESS DATE' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE PARM-PROCESS-DATE TO WS-PROCESS-DATE                    00443715
           MOVE PARM-PROCESS-DATE TO WS-PROCESS-DATE-NUM                00443715
           COMPUTE WS-PROCESS-DATE-INT =                                00443715
             FUNCTION INTEGER-OF-DATE (WS-PROCESS-DATE-NUM)             00443715
                                                                        00443715
           DISPLAY 'PARM PROCESS DATE = ' PARM-PROCESS-DATE             00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FILE-OPEN-PARA.                                                  00443715
                                                                        00443715
           OPEN INPUT EXRTFILE                                          00443715
                                                                        00443715
           IF EXRTFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN EXRTFILE FILE-STATUS = '                     00443715
                     EXRTFILE-FILE-STATUS                               00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT EXRGFILE                                         00443715
                                                                        00443715
           IF EXRGFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN EXRGFILE FILE-STATUS = '                     00443715
                     EXRGFILE-FILE-STATUS                               00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 1 TO WS-EXRGFILE-OPEN                                   00443715
                                                                        00443715
           OPEN OUTPUT EXAGRPT                                          00443715
                                                                        00443715
           IF EXAGRPT-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN EXAGRPT FILE-STATUS = '                      00443715
                     EXAGRPT-FILE-STATUS                                00443715
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
       LOAD-ROUTING-PARA.                                               00443715
                                                                        00443715
           MOVE 0 TO WS-EOF                                             00443715
                                                                        00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ EXRTFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 IF WS-RT-USED < 100                                    00443715
                   ADD 1 TO WS-RT-USED                                  00443715
                   MOVE EXRT-SOURCE   TO WS-RT-SOURCE (WS-RT-USED)      00443715
                   MOVE EXRT-CATEGORY TO WS-RT-CATEGORY (WS-RT-USED)    00443715
                   MOVE EXRT-OWNER    TO WS-RT-OWNER (WS-RT-USED)       00443715
                   IF EXRT-SLA-DAYS NUMERIC                             00443715
                     MOVE EXRT-SLA-DAYS TO WS-RT-SLA-DAYS (WS-RT-USED)  00443715
                   ELSE                                                 00443715
                     MOVE WS-UNROUTED-SLA-DAYS                          00443715
                       TO WS-RT-SLA-DAYS (WS-RT-USED)                   00443715
                   END-IF                                               00443715
                 ELSE                                                   00443715
                   DISPLAY 'ROUTING TABLE FULL -- ROW FOR '             00443715
                           EXRT-SOURCE ' ' EXRT-CATEGORY ' DROPPED'     00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CLOSE EXRTFILE                                               00443715
                                                                        00443715
           DISPLAY 'ROUTING ROWS LOADED = ' WS-RT-USED                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       BUILD-REGISTER-PARA.                                             00443715
                                                                        00443715
           PERFORM CARRY-REGISTER-PARA                                  00443715
                                                                        00443715
           PERFORM ADD-TONIGHT-PARA                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CARRY-REGISTER-PARA.                                             00443715
      *    WITH NO PRIOR REGISTER THE REGISTER STARTS FROM TONIGHT.     00443715
           OPEN INPUT EXRGIN                                            00443715
                                                                        00443715
           IF EXRGIN-FILE-STATUS NOT = '00'                             00443715
           THEN                                                         00443715
             DISPLAY 'NO PRIOR EXCEPTION REGISTER -- REGISTER STARTS '  00443715
                     'FROM TONIGHT'                                     00443715
           ELSE                                                         00443715
             MOVE 'EXRGFILE' TO GREG-DATASET                            00443715
             MOVE 'P'        TO GREG-EXPECT                             00443715
             MOVE 'EXRGIN'   TO WS-GREG-INPUT-DD                        00443715
             PERFORM CHECK-INPUT-GENERATION-PARA                        00443715
             IF GREG-RESULT-MATCHED                                     00443715
               MOVE 1 TO WS-EXRGIN-REG                                  00443715
             END-IF                                                     00443715
                                                                        00443715
             MOVE 0 TO WS-EOF                                           00443715
             PERFORM UNTIL WS-EOF = 1                                   00443715
               READ EXRGIN                                              00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-EOF                                     00443715
                 NOT AT END                                             00443715
                   ADD 1 TO WS-EXRGIN-CNTR                              00443715
                   ADD ERIN-OCCUR-CNT TO WS-EXRGIN-HASH-TOTAL           00443715
                   PERFORM CARRY-REGISTER-ROW-PARA                      00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
             CLOSE EXRGIN                                               00443715
                                                                        00443715
             IF WS-EXRGIN-REG = 1                                       00443715
               MOVE 'EXRGFILE'           TO GREG-DATASET                00443715
               MOVE 'P'                  TO GREG-EXPECT                 00443715
               MOVE 'EXRGIN'             TO WS-GREG-INPUT-DD            00443715
               MOVE WS-EXRGIN-CNTR       TO GREG-RECORD-CNT             00443715
               MOVE WS-EXRGIN-HASH-TOTAL TO GREG-HASH-TOTAL             00443715
               PERFORM VERIFY-INPUT-GENERATION-PARA                     00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CARRY-REGISTER-ROW-PARA.                                         00443715
      *    A ROW CLOSED ON AN EARLIER NIGHT HAS BEEN REPORTED AND IS    00443715
      *    DROPPED. ONE CLOSED TONIGHT CAN ONLY COME FROM A RERUN OF    00443715
      *    TONIGHT AND GOES BACK IN OPEN, AS IT WAS BEFORE THE FIRST    00443715
      *    RUN CLOSED IT.                                               00443715
           IF ERIN-STATUS = 'C'                                         00443715
              AND ERIN-CLOSED-DATE < WS-PROCESS-DATE                    00443715
             ADD 1 TO WS-PURGED-CNTR                                    00443715
           ELSE                                                         00443715
             INITIALIZE SORT-REC                                        00443715
             MOVE ERIN-SOURCE      TO SRT-SOURCE                        00443715
             MOVE ERIN-BUS-KEY     TO SRT-BUS-KEY                       00443715
             MOVE 'P'              TO SRT-REC-TYPE                      00443715
             MOVE ERIN-CATEGORY    TO SRT-CATEGORY                      00443715
             MOVE ERIN-FIRST-SEEN  TO SRT-FIRST-SEEN                    00443715
             MOVE ERIN-LAST-SEEN   TO SRT-LAST-SEEN                     00443715
             MOVE ERIN-OCCUR-CNT   TO SRT-OCCUR-CNT                     00443715
             RELEASE SORT-REC                                           00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ADD-TONIGHT-PARA.                                                00443715
                                                                        00443715
           MOVE 1 TO WS-SRC-IDX                                         00443715
           OPEN INPUT EREJFILE                                          00443715
           IF EREJFILE-FILE-STATUS = '00'                               00443715
             MOVE 1 TO WS-SRC-READ (WS-SRC-IDX)                         00443715
             MOVE 0 TO WS-EOF                                           00443715
             PERFORM UNTIL WS-EOF = 1                                   00443715
               READ EREJFILE                                            00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-EOF                                     00443715
                 NOT AT END                                             00443715
                   MOVE SPACES TO WS-EXC-BUS-KEY                        00443715
                   STRING EREJ-CONT-ID '/' EREJ-TYPE-CODE '/'           00443715
                          EREJ-TRAN-AMOUNT DELIMITED BY '  '            00443715
                     INTO WS-EXC-BUS-KEY                                00443715
                   MOVE EREJ-REASON-CODE TO WS-EXC-CATEGORY             00443715
                   PERFORM RELEASE-EXCEPTION-PARA                       00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
             CLOSE EREJFILE                                             00443715
           ELSE                                                         00443715
             PERFORM SOURCE-NOT-READ-PARA                               00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 2 TO WS-SRC-IDX                                         00443715
           OPEN INPUT ORPHFILE                                          00443715
           IF ORPHFILE-FILE-STATUS = '00'                               00443715
             MOVE 1 TO WS-SRC-READ (WS-SRC-IDX)                         00443715
             MOVE 0 TO WS-EOF                                           00443715
             PERFORM UNTIL WS-EOF = 1                                   00443715
               READ ORPHFILE                                            00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-EOF                                     00443715
                 NOT AT END                                             00443715
                   MOVE SPACES TO WS-EXC-BUS-KEY                        00443715
                   STRING ORPH-CONT-ID '/' ORPH-ORIG-TXN-REF            00443715
                     DELIMITED BY '  ' INTO WS-EXC-BUS-KEY              00443715
                   MOVE ORPH-TYPE-CODE TO WS-EXC-CATEGORY               00443715
                   PERFORM RELEASE-EXCEPTION-PARA                       00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
             CLOSE ORPHFILE                                             00443715
           ELSE                                                         00443715
             PERFORM SOURCE-NOT-READ-PARA                               00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 3 TO WS-SRC-IDX                                         00443715
           OPEN INPUT UNPRFILE                                          00443715
           IF UNPRFILE-FILE-STATUS = '00'                               00443715
             MOVE 1 TO WS-SRC-READ (WS-SRC-IDX)                         00443715
             MOVE 0 TO WS-EOF                                           00443715
             PERFORM UNTIL WS-EOF = 1                                   00443715
               READ UNPRFILE                                            00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-EOF                                     00443715
                 NOT AT END                                             00443715
                   MOVE SPACES TO WS-EXC-BUS-KEY                        00443715
                   STRING UNPR-CONT-ID '/' UNPR-CURRENCY-CODE           00443715
                     DELIMITED BY SIZE INTO WS-EXC-BUS-KEY              00443715
                   MOVE UNPR-CURRENCY-CODE TO WS-EXC-CATEGORY           00443715
                   PERFORM RELEASE-EXCEPTION-PARA                       00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
             CLOSE UNPRFILE                                             00443715
           ELSE                                                         00443715
             PERFORM SOURCE-NOT-READ-PARA                               00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 4 TO WS-SRC-IDX                                         00443715
           OPEN INPUT CODEXFILE                                         00443715
           IF CODEXFILE-FILE-STATUS = '00'                              00443715
             MOVE 1 TO WS-SRC-READ (WS-SRC-IDX)                         00443715
             MOVE 0 TO WS-EOF                                           00443715
             PERFORM UNTIL WS-EOF = 1                                   00443715
               READ CODEXFILE                                           00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-EOF                                     00443715
                 NOT AT END                                             00443715
                   MOVE SPACES TO WS-EXC-BUS-KEY                        00443715
                   STRING CODEX-CONT-ID '/' CODEX-DOMAIN                00443715
                          DELIMITED BY '  '                             00443715
                          '/' CODEX-VALUE                               00443715
                          DELIMITED BY SIZE                             00443715
                     INTO WS-EXC-BUS-KEY                                00443715
                   MOVE CODEX-DOMAIN TO WS-EXC-CATEGORY                 00443715
                   PERFORM RELEASE-EXCEPTION-PARA                       00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
             CLOSE CODEXFILE                                            00443715
           ELSE                                                         00443715
             PERFORM SOURCE-NOT-READ-PARA                               00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 5 TO WS-SRC-IDX                                         00443715
           OPEN INPUT AGEXFILE                                          00443715
           IF AGEXFILE-FILE-STATUS = '00'                               00443715
             MOVE 1 TO WS-SRC-READ (WS-SRC-IDX)                         00443715
             MOVE 0 TO WS-EOF                                           00443715
             PERFORM UNTIL WS-EOF = 1                                   00443715
               READ AGEXFILE                                            00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-EOF                                     00443715
                 NOT AT END                                             00443715
                   MOVE AGEX-CONT-ID TO WS-EXC-BUS-KEY                  00443715
                   MOVE SPACES TO WS-EXC-CATEGORY                       00443715
                   PERFORM RELEASE-EXCEPTION-PARA                       00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
             CLOSE AGEXFILE                                             00443715
           ELSE                                                         00443715
             PERFORM SOURCE-NOT-READ-PARA                               00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 6 TO WS-SRC-IDX                                         00443715
           OPEN INPUT OVFLFILE                                          00443715
           IF OVFLFILE-FILE-STATUS = '00'                               00443715
             MOVE 1 TO WS-SRC-READ (WS-SRC-IDX)                         00443715
             MOVE 0 TO WS-EOF                                           00443715
             PERFORM UNTIL WS-EOF = 1                                   00443715
               READ OVFLFILE                                            00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-EOF                                     00443715
                 NOT AT END                                             00443715
                   MOVE SPACES TO WS-EXC-BUS-KEY                        00443715
                   STRING OVFL-CONT-ID '/' OVFL-DIMENSION '/'           00443715
                          OVFL-KEY-VALUE DELIMITED BY '  '              00443715
                     INTO WS-EXC-BUS-KEY                                00443715
                   MOVE OVFL-DIMENSION TO WS-EXC-CATEGORY               00443715
                   PERFORM RELEASE-EXCEPTION-PARA                       00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
             CLOSE OVFLFILE                                             00443715
           ELSE                                                         00443715
             PERFORM SOURCE-NOT-READ-PARA                               00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 7 TO WS-SRC-IDX                                         00443715
           OPEN INPUT DUPFILE                                           00443715
           IF DUPFILE-FILE-STATUS = '00'                                00443715
             MOVE 1 TO WS-SRC-READ (WS-SRC-IDX)                         00443715
             MOVE 0 TO WS-EOF                                           00443715
             PERFORM UNTIL WS-EOF = 1                                   00443715
               READ DUPFILE                                             00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-EOF                                     00443715
                 NOT AT END                                             00443715
                   MOVE SPACES TO WS-EXC-BUS-KEY                        00443715
                   STRING DUP-CONT-ID '/' DUP-HDR-CREDTT '/'            00443715
                          DUP-MERCHANT-ID DELIMITED BY '  '             00443715
                     INTO WS-EXC-BUS-KEY                                00443715
                   MOVE SPACES TO WS-EXC-CATEGORY                       00443715
                   PERFORM RELEASE-EXCEPTION-PARA                       00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
             CLOSE DUPFILE                                              00443715
           ELSE                                                         00443715
             PERFORM SOURCE-NOT-READ-PARA                               00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       SOURCE-NOT-READ-PARA.                                            00443715
      *    AN OPTIONAL FILE THAT IS SIMPLY NOT THERE OPENS '05' AND IS  00443715
      *    CLOSED AGAIN; EITHER WAY ITS OPEN ROWS ARE LEFT ALONE.       00443715
           DISPLAY 'NO ' WS-SRC-CODE (WS-SRC-IDX)                       00443715
                   ' EXCEPTIONS TONIGHT -- OPEN ROWS CARRIED UNCHANGED' 00443715
                                                                        00443715
           EVALUATE WS-SRC-IDX                                          00443715
             WHEN 1                                                     00443715
               IF EREJFILE-FILE-STATUS = '05'                           00443715
                 CLOSE EREJFILE                                         00443715
               END-IF                                                   00443715
             WHEN 2                                                     00443715
               IF ORPHFILE-FILE-STATUS = '05'                           00443715
                 CLOSE ORPHFILE                                         00443715
               END-IF                                                   00443715
             WHEN 3                                                     00443715
               IF UNPRFILE-FILE-STATUS = '05'                           00443715
                 CLOSE UNPRFILE                                         00443715
               END-IF                                                   00443715
             WHEN 4                                                     00443715
               IF CODEXFILE-FILE-STATUS = '05'                          00443715
                 CLOSE CODEXFILE                                        00443715
               END-IF                                                   00443715
             WHEN 5                                                     00443715
               IF AGEXFILE-FILE-STATUS = '05'                           00443715
                 CLOSE AGEXFILE                                         00443715
               END-IF                                                   00443715
             WHEN 6                                                     00443715
               IF OVFLFILE-FILE-STATUS = '05'                           00443715
                 CLOSE OVFLFILE                                         00443715
               END-IF                                                   00443715
             WHEN OTHER                                                 00443715
               IF DUPFILE-FILE-STATUS = '05'                            00443715
                 CLOSE DUPFILE                                          00443715
               END-IF                                                   00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       RELEASE-EXCEPTION-PARA.                                          00443715
                                                                        00443715
           ADD 1 TO WS-TONIGHT-CNTR                                     00443715
           ADD 1 TO WS-SRC-CNTR (WS-SRC-IDX)                            00443715
                                                                        00443715
           INITIALIZE SORT-REC                                          00443715
           MOVE WS-SRC-CODE (WS-SRC-IDX) TO SRT-SOURCE                  00443715
           MOVE WS-EXC-BUS-KEY           TO SRT-BUS-KEY                 00443715
           MOVE 'T'                      TO SRT-REC-TYPE                00443715
           MOVE WS-EXC-CATEGORY          TO SRT-CATEGORY                00443715
           RELEASE SORT-REC                                             00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MERGE-REGISTER-PARA.                                             00443715
                                                                        00443715
           MOVE 0 TO WS-SORT-EOF                                        00443715
           PERFORM UNTIL WS-SORT-EOF = 1                                00443715
             RETURN SORTFILE                                            00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-SORT-EOF                                  00443715
               NOT AT END                                               00443715
                 IF WS-GRP-STARTED = 0                                  00443715
                    OR SRT-SOURCE NOT = WS-GRP-SOURCE                   00443715
                    OR SRT-BUS-KEY NOT = WS-GRP-BUS-KEY                 00443715
                   PERFORM FINISH-EXCEPTION-PARA                        00443715
                   PERFORM START-EXCEPTION-PARA                         00443715
                 END-IF                                                 00443715
                 IF SRT-REC-TYPE = 'P'                                  00443715
                   MOVE 1               TO WS-GRP-PRIOR                 00443715
                   MOVE SRT-CATEGORY    TO WS-GRP-CATEGORY              00443715
                   MOVE SRT-FIRST-SEEN  TO WS-GRP-FIRST-SEEN            00443715
                   MOVE SRT-LAST-SEEN   TO WS-GRP-LAST-SEEN             00443715
                   MOVE SRT-OCCUR-CNT   TO WS-GRP-OCCUR-CNT             00443715
                 ELSE                                                   00443715
                   MOVE 1               TO WS-GRP-SEEN                  00443715
                   MOVE SRT-CATEGORY    TO WS-GRP-CATEGORY              00443715
                 END-IF                                                 00443715
             END-RETURN                                                 00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           PERFORM FINISH-EXCEPTION-PARA                                00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       START-EXCEPTION-PARA.                                            00443715
                                                                        00443715
           MOVE 1             TO WS-GRP-STARTED                         00443715
           MOVE SRT-SOURCE    TO WS-GRP-SOURCE                          00443715
           MOVE SRT-BUS-KEY   TO WS-GRP-BUS-KEY                         00443715
           MOVE SPACES        TO WS-GRP-CATEGORY                        00443715
           MOVE 0             TO WS-GRP-PRIOR                           00443715
           MOVE 0             TO WS-GRP-SEEN                            00443715
           MOVE SPACES        TO WS-GRP-FIRST-SEEN                      00443715
           MOVE SPACES        TO WS-GRP-LAST-SEEN                       00443715
           MOVE ZEROES        TO WS-GRP-OCCUR-CNT                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FINISH-EXCEPTION-PARA.                                           00443715
                                                                        00443715
           IF WS-GRP-STARTED = 1                                        00443715
             MOVE 'O'    TO WS-GRP-STATUS                               00443715
             MOVE SPACES TO WS-GRP-CLOSED-DATE                          00443715
                                                                        00443715
             IF WS-GRP-SEEN = 1                                         00443715
               IF WS-GRP-PRIOR = 0                                      00443715
                 MOVE WS-PROCESS-DATE TO WS-GRP-FIRST-SEEN              00443715
                 MOVE 1 TO WS-GRP-OCCUR-CNT                             00443715
                 ADD 1 TO WS-NEW-CNTR                                   00443715
               ELSE                                                     00443715
      *            A RERUN OF TONIGHT FINDS TONIGHT ALREADY COUNTED.    00443715
                 IF WS-GRP-LAST-SEEN < WS-PROCESS-DATE                  00443715
                    AND WS-GRP-OCCUR-CNT < 99999                        00443715
                   ADD 1 TO WS-GRP-OCCUR-CNT                            00443715
                 END-IF                                                 00443715
               END-IF                                                   00443715
               MOVE WS-PROCESS-DATE TO WS-GRP-LAST-SEEN                 00443715
             ELSE                                                       00443715
               PERFORM FIND-SOURCE-PARA                                 00443715
               IF WS-SRC-IDX NOT > 7                                    00443715
                 IF WS-SRC-READ (WS-SRC-IDX) = 1                        00443715
                   MOVE 'C' TO WS-GRP-STATUS                            00443715
                   MOVE WS-PROCESS-DATE TO WS-GRP-CLOSED-DATE           00443715
                   ADD 1 TO WS-CLOSED-CNTR                              00443715
                 END-IF                                                 00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
                                                                        00443715
             PERFORM ROUTE-EXCEPTION-PARA                               00443715
             PERFORM AGE-EXCEPTION-PARA                                 00443715
             PERFORM WRITE-REGISTER-ROW-PARA                            00443715
             PERFORM ACCUM-OWNER-PARA                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FIND-SOURCE-PARA.                                                00443715
      *    A REGISTER ROW FOR A SOURCE THIS JOB NO LONGER READS IS      00443715
      *    TREATED AS NOT READ, SO IT IS NEVER CLOSED UNSEEN.           00443715
           SET WS-SRC-TABIDX TO 1                                       00443715
           SEARCH WS-SRC-ENTRY                                          00443715
             AT END                                                     00443715
               MOVE 8 TO WS-SRC-IDX                                     00443715
             WHEN WS-SRC-CODE (WS-SRC-TABIDX) = WS-GRP-SOURCE           00443715
               SET WS-SRC-IDX TO WS-SRC-TABIDX                          00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ROUTE-EXCEPTION-PARA.                                            00443715
      *    THE ROUTE IS LOOKED UP EVERY NIGHT, SO A ROUTING CHANGE      00443715
      *    MOVES THE OPEN EXCEPTIONS IT COVERS TO THE NEW OWNER.        00443715
           MOVE WS-UNROUTED-OWNER    TO WS-GRP-OWNER                    00443715
           MOVE WS-UNROUTED-SLA-DAYS TO WS-GRP-SLA-DAYS                 00443715
                                                                        00443715
           SET WS-RT-TABIDX TO 1                                        00443715
           SEARCH WS-RT-ENTRY                                           00443715
             AT END                                                     00443715
               CONTINUE                                                 00443715
             WHEN WS-RT-TABIDX > WS-RT-USED                             00443715
               CONTINUE                                                 00443715
             WHEN WS-RT-SOURCE (WS-RT-TABIDX) = WS-GRP-SOURCE           00443715
                  AND WS-RT-CATEGORY (WS-RT-TABIDX) = SPACES            00443715
               MOVE WS-RT-OWNER (WS-RT-TABIDX)    TO WS-GRP-OWNER       00443715
               MOVE WS-RT-SLA-DAYS (WS-RT-TABIDX) TO WS-GRP-SLA-DAYS    00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           IF WS-GRP-CATEGORY NOT = SPACES                              00443715
             SET WS-RT-TABIDX TO 1                                      00443715
             SEARCH WS-RT-ENTRY                                         00443715
               AT END                                                   00443715
                 CONTINUE                                               00443715
               WHEN WS-RT-TABIDX > WS-RT-USED                           00443715
                 CONTINUE                                               00443715
               WHEN WS-RT-SOURCE (WS-RT-TABIDX) = WS-GRP-SOURCE         00443715
                    AND WS-RT-CATEGORY (WS-RT-TABIDX) = WS-GRP-CATEGORY 00443715
                 MOVE WS-RT-OWNER (WS-RT-TABIDX)    TO WS-GRP-OWNER     00443715
                 MOVE WS-RT-SLA-DAYS (WS-RT-TABIDX) TO WS-GRP-SLA-DAYS  00443715
             END-SEARCH                                                 00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       AGE-EXCEPTION-PARA.                                              00443715
      *    DUE IS SLA DAYS AFTER FIRST SEEN; AGE IS DAYS SINCE FIRST    00443715
      *    SEEN. A ROW WITH AN UNUSABLE FIRST-SEEN DATE IS AGED FROM    00443715
      *    TONIGHT RATHER THAN DROPPED.                                 00443715
           IF WS-GRP-FIRST-SEEN NOT NUMERIC                             00443715
             MOVE WS-PROCESS-DATE TO WS-GRP-FIRST-SEEN                  00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE WS-GRP-FIRST-SEEN TO WS-DATE-NUM                        00443715
           COMPUTE WS-DATE-INT =                                        00443715
             FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)                     00443715
                                                                        00443715
           COMPUTE WS-GRP-AGE-DAYS =                                    00443715
             WS-PROCESS-DATE-INT - WS-DATE-INT                          00443715
                                                                        00443715
           ADD WS-GRP-SLA-DAYS TO WS-DATE-INT                           00443715
           COMPUTE WS-DATE-NUM =                                        00443715
             FUNCTION DATE-OF-INTEGER (WS-DATE-INT)                     00443715
           MOVE WS-DATE-NUM TO WS-GRP-DUE-DATE                          00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-REGISTER-ROW-PARA.                                         00443715
                                                                        00443715
           INITIALIZE EXRG-REC                                          00443715
           MOVE WS-GRP-SOURCE       TO EXRG-SOURCE                      00443715
           MOVE ','                 TO EXRG-SEPARATOR-1                 00443715
           MOVE WS-GRP-BUS-KEY      TO EXRG-BUS-KEY                     00443715
           MOVE ','                 TO EXRG-SEPARATOR-2                 00443715
           MOVE WS-GRP-CATEGORY     TO EXRG-CATEGORY                    00443715
           MOVE ','                 TO EXRG-SEPARATOR-3                 00443715
           MOVE WS-GRP-FIRST-SEEN   TO EXRG-FIRST-SEEN                  00443715
           MOVE ','                 TO EXRG-SEPARATOR-4                 00443715
           MOVE WS-GRP-LAST-SEEN    TO EXRG-LAST-SEEN                   00443715
           MOVE ','                 TO EXRG-SEPARATOR-5                 00443715
           MOVE WS-GRP-OCCUR-CNT    TO EXRG-OCCUR-CNT                   00443715
           MOVE ','                 TO EXRG-SEPARATOR-6                 00443715
           MOVE WS-GRP-OWNER        TO EXRG-OWNER                       00443715
           MOVE ','                 TO EXRG-SEPARATOR-7                 00443715
           MOVE WS-GRP-SLA-DAYS     TO EXRG-SLA-DAYS                    00443715
           MOVE ','                 TO EXRG-SEPARATOR-8                 00443715
           MOVE WS-GRP-DUE-DATE     TO EXRG-DUE-DATE                    00443715
           MOVE ','                 TO EXRG-SEPARATOR-9                 00443715
           MOVE WS-GRP-STATUS       TO EXRG-STATUS                      00443715
           MOVE ','                 TO EXRG-SEPARATOR-10                00443715
           MOVE WS-GRP-CLOSED-DATE  TO EXRG-CLOSED-DATE                 00443715
                                                                        00443715
           WRITE EXRG-REC                                               00443715
                                                                        00443715
           IF EXRGFILE-FILE-STATUS NOT = '00'                           00443715
             DISPLAY 'WRITE EXRGFILE FILE-STATUS = '                    00443715
                     EXRGFILE-FILE-STATUS                               00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'REGISTER WRITE ERROR' TO WS-FAIL-REASON              00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           ADD 1 TO WS-EXRGFILE-CNTR                                    00443715
           ADD EXRG-OCCUR-CNT TO WS-EXRGFILE-HASH-TOTAL                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-OWNER-PARA.                                                00443715
                                                                        00443715
           SET WS-OW-TABIDX TO 1                                        00443715
           SEARCH WS-OW-ENTRY                                           00443715
             AT END                                                     00443715
               DISPLAY 'OWNER TABLE FULL -- ' WS-GRP-OWNER              00443715
                       ' NOT ON THE AGEING SUMMARY'                     00443715
             WHEN WS-OW-TABIDX > WS-OW-USED                             00443715
               ADD 1 TO WS-OW-USED                                      00443715
               MOVE WS-GRP-OWNER TO WS-OW-OWNER (WS-OW-TABIDX)          00443715
               MOVE ZEROES TO WS-OW-OPEN (WS-OW-TABIDX)                 00443715
               MOVE ZEROES TO WS-OW-NEW (WS-OW-TABIDX)                  00443715
               MOVE ZEROES TO WS-OW-CLOSED (WS-OW-TABIDX)               00443715
               MOVE ZEROES TO WS-OW-BREACHED (WS-OW-TABIDX)             00443715
               MOVE ZEROES TO WS-OW-AGE-1 (WS-OW-TABIDX)                00443715
               MOVE ZEROES TO WS-OW-AGE-2 (WS-OW-TABIDX)                00443715
               MOVE ZEROES TO WS-OW-AGE-3 (WS-OW-TABIDX)                00443715
               MOVE ZEROES TO WS-OW-AGE-4 (WS-OW-TABIDX)                00443715
               PERFORM ACCUM-OWNER-ROW-PARA                             00443715
             WHEN WS-OW-OWNER (WS-OW-TABIDX) = WS-GRP-OWNER             00443715
               PERFORM ACCUM-OWNER-ROW-PARA                             00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-OWNER-ROW-PARA.                                            00443715
                                                                        00443715
           IF WS-GRP-STATUS = 'C'                                       00443715
             ADD 1 TO WS-OW-CLOSED (WS-OW-TABIDX)                       00443715
             ADD 1 TO WS-OWT-CLOSED                                     00443715
           ELSE                                                         00443715
             ADD 1 TO WS-OPEN-CNTR                                      00443715
             ADD 1 TO WS-OW-OPEN (WS-OW-TABIDX)                         00443715
             ADD 1 TO WS-OWT-OPEN                                       00443715
             IF WS-GRP-FIRST-SEEN = WS-PROCESS-DATE                     00443715
               ADD 1 TO WS-OW-NEW (WS-OW-TABIDX)                        00443715
               ADD 1 TO WS-OWT-NEW                                      00443715
             END-IF                                                     00443715
             IF WS-GRP-DUE-DATE < WS-PROCESS-DATE                       00443715
               ADD 1 TO WS-BREACHED-CNTR                                00443715
               ADD 1 TO WS-OW-BREACHED (WS-OW-TABIDX)                   00443715
               ADD 1 TO WS-OWT-BREACHED                                 00443715
             END-IF                                                     00443715
             EVALUATE TRUE                                              00443715
               WHEN WS-GRP-AGE-DAYS NOT > 7                             00443715
                 ADD 1 TO WS-OW-AGE-1 (WS-OW-TABIDX)                    00443715
                 ADD 1 TO WS-OWT-AGE-1                                  00443715
               WHEN WS-GRP-AGE-DAYS NOT > 30                            00443715
                 ADD 1 TO WS-OW-AGE-2 (WS-OW-TABIDX)                    00443715
                 ADD 1 TO WS-OWT-AGE-2                                  00443715
               WHEN WS-GRP-AGE-DAYS NOT > 90                            00443715
                 ADD 1 TO WS-OW-AGE-3 (WS-OW-TABIDX)                    00443715
                 ADD 1 TO WS-OWT-AGE-3                                  00443715
               WHEN OTHER                                               00443715
                 ADD 1 TO WS-OW-AGE-4 (WS-OW-TABIDX)                    00443715
                 ADD 1 TO WS-OWT-AGE-4                                  00443715
             END-EVALUATE                                               00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-AGEING-REPORT-PARA.                                        00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING 'EXCEPTION REGISTER AGEING REPORT -- RUN DATE '       00443715
                  WS-PROCESS-DATE                                       00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE EXAGRPT-LINE FROM WS-RPT-WORK                          00443715
                                                                        00443715
           MOVE 'SOURCES TONIGHT' TO EXAGRPT-LINE                       00443715
           WRITE EXAGRPT-LINE                                           00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1                       00443715
             UNTIL WS-SRC-IDX > 7                                       00443715
             PERFORM WRITE-SOURCE-LINE-PARA                             00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           MOVE 'OPEN EXCEPTIONS BY OWNER' TO EXAGRPT-LINE              00443715
           WRITE EXAGRPT-LINE                                           00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  OWNER                     OPEN       NEW    CLOSED'00443715
                  '  BREACHED    0-7 DY   8-30 DY  31-90 DY   OVER 90'  00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE EXAGRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           PERFORM VARYING WS-OW-IDX FROM 1 BY 1                        00443715
             UNTIL WS-OW-IDX > WS-OW-USED                               00443715
             MOVE WS-OW-OWNER (WS-OW-IDX)    TO RPT-OWNER               00443715
             MOVE WS-OW-OPEN (WS-OW-IDX)     TO RPT-OPEN                00443715
             MOVE WS-OW-NEW (WS-OW-IDX)      TO RPT-NEW                 00443715
             MOVE WS-OW-CLOSED (WS-OW-IDX)   TO RPT-CLOSED              00443715
             MOVE WS-OW-BREACHED (WS-OW-IDX) TO RPT-BREACHED            00443715
             MOVE WS-OW-AGE-1 (WS-OW-IDX)    TO RPT-AGE-1               00443715
             MOVE WS-OW-AGE-2 (WS-OW-IDX)    TO RPT-AGE-2               00443715
             MOVE WS-OW-AGE-3 (WS-OW-IDX)    TO RPT-AGE-3               00443715
             MOVE WS-OW-AGE-4 (WS-OW-IDX)    TO RPT-AGE-4               00443715
             WRITE EXAGRPT-LINE FROM WS-RPT-DETAIL                      00443715
               AFTER ADVANCING 1 LINE                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           MOVE 'TOTAL'         TO RPT-OWNER                            00443715
           MOVE WS-OWT-OPEN     TO RPT-OPEN                             00443715
           MOVE WS-OWT-NEW      TO RPT-NEW                              00443715
           MOVE WS-OWT-CLOSED   TO RPT-CLOSED                           00443715
           MOVE WS-OWT-BREACHED TO RPT-BREACHED                         00443715
           MOVE WS-OWT-AGE-1    TO RPT-AGE-1                            00443715
           MOVE WS-OWT-AGE-2    TO RPT-AGE-2                            00443715
           MOVE WS-OWT-AGE-3    TO RPT-AGE-3                            00443715
           MOVE WS-OWT-AGE-4    TO RPT-AGE-4                            00443715
           WRITE EXAGRPT-LINE FROM WS-RPT-DETAIL                        00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           MOVE 'SLA BREACHES BY OWNER' TO EXAGRPT-LINE                 00443715
           WRITE EXAGRPT-LINE                                           00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           IF WS-BREACHED-CNTR = 0                                      00443715
             MOVE '  NONE' TO EXAGRPT-LINE                              00443715
             WRITE EXAGRPT-LINE                                         00443715
               AFTER ADVANCING 1 LINE                                   00443715
           ELSE                                                         00443715
             PERFORM VARYING WS-OW-IDX FROM 1 BY 1                      00443715
               UNTIL WS-OW-IDX > WS-OW-USED                             00443715
               IF WS-OW-BREACHED (WS-OW-IDX) > 0                        00443715
                 PERFORM WRITE-OWNER-BREACHES-PARA                      00443715
               END-IF                                                   00443715
             END-PERFORM                                                00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-SOURCE-LINE-PARA.                                          00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           IF WS-SRC-READ (WS-SRC-IDX) = 1                              00443715
             MOVE WS-SRC-CNTR (WS-SRC-IDX) TO WS-CNTR-EDT               00443715
             STRING '  ' WS-SRC-CODE (WS-SRC-IDX)                       00443715
                    ' ' WS-CNTR-EDT ' RECORDS'                          00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
           ELSE                                                         00443715
             STRING '  ' WS-SRC-CODE (WS-SRC-IDX)                       00443715
                    '  NOT PRESENT -- OPEN ROWS CARRIED, NONE CLOSED'   00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
           END-IF                                                       00443715
           WRITE EXAGRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-OWNER-BREACHES-PARA.                                       00443715
      *    ONE PASS OF THE NEW REGISTER PER OWNER WITH A BREACH, SO     00443715
      *    EACH OWNER'S LIST COMES OUT TOGETHER IN REGISTER ORDER.      00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           MOVE WS-OW-BREACHED (WS-OW-IDX) TO WS-CNTR-EDT               00443715
           STRING '  ' WS-OW-OWNER (WS-OW-IDX)                          00443715
                  ' ' WS-CNTR-EDT ' PAST SLA'                           00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE EXAGRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '    SOURCE   CATEGORY     BUSINESS KEY'              00443715
                  '                                       FIRST    DUE' 00443715
                  '       LATE NIGHTS'                                  00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE EXAGRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           OPEN INPUT EXRGFILE                                          00443715
                                                                        00443715
           IF EXRGFILE-FILE-STATUS NOT = '00'                           00443715
             DISPLAY 'REOPEN EXRGFILE FILE-STATUS = '                   00443715
                     EXRGFILE-FILE-STATUS                               00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 1 TO WS-EXRGFILE-OPEN                                   00443715
           MOVE 0 TO WS-EOF                                             00443715
                                                                        00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ EXRGFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 IF EXRG-OWNER = WS-OW-OWNER (WS-OW-IDX)                00443715
                    AND EXRG-STATUS = 'O'                               00443715
                    AND EXRG-DUE-DATE < WS-PROCESS-DATE                 00443715
                   PERFORM WRITE-BREACH-LINE-PARA                       00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CLOSE EXRGFILE                                               00443715
           MOVE 0 TO WS-EXRGFILE-OPEN                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-BREACH-LINE-PARA.                                          00443715
                                                                        00443715
           MOVE EXRG-DUE-DATE TO WS-DATE-NUM                            00443715
           COMPUTE WS-DATE-INT =                                        00443715
             WS-PROCESS-DATE-INT                                        00443715
             - FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)                   00443715
                                                                        00443715
           MOVE EXRG-SOURCE     TO RPTB-SOURCE                          00443715
           MOVE EXRG-CATEGORY   TO RPTB-CATEGORY                        00443715
           MOVE EXRG-BUS-KEY    TO RPTB-BUS-KEY                         00443715
           MOVE EXRG-FIRST-SEEN TO RPTB-FIRST-SEEN                      00443715
           MOVE EXRG-DUE-DATE   TO RPTB-DUE-DATE                        00443715
           MOVE WS-DATE-INT     TO RPTB-DAYS-OVER                       00443715
           MOVE EXRG-OCCUR-CNT  TO RPTB-OCCUR-CNT                       00443715
           WRITE EXAGRPT-LINE FROM WS-RPT-BREACH                        00443715
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
           MOVE 'MASTRNER'        TO GREG-JOB-NAME                      00443715
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
      *    THE RUN STOPS BEFORE THE REGISTER IS CARRIED FORWARD.        00443715
           MOVE 'V'               TO GREG-FUNCTION                      00443715
           MOVE 'MASTRNER'        TO GREG-JOB-NAME                      00443715
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
       REGISTER-EXRGFILE-PARA.                                          00443715
      *    TONIGHT'S EXRGFILE IS TOMORROW'S EXRGIN. A FAILED RUN        00443715
      *    REGISTERS NOTHING.                                           00443715
           MOVE 'R'                    TO GREG-FUNCTION                 00443715
           MOVE 'EXRGFILE'             TO GREG-DATASET                  00443715
           MOVE 'MASTRNER'             TO GREG-JOB-NAME                 00443715
           MOVE PARM-PROCESS-DATE      TO GREG-PROCESS-DATE             00443715
           MOVE PARM-CYCLE-ID          TO GREG-CYCLE-ID                 00443715
           MOVE WS-EXRGFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-EXRGFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           CALL 'MASTRNGR' USING GREG-LINKAGE                           00443715
           END-CALL                                                     00443715
                                                                        00443715
           IF GREG-RESULT-MATCHED                                       00443715
             DISPLAY 'EXRGFILE GENERATION REGISTERED FOR '              00443715
                     GREG-PROCESS-DATE ' CYCLE ' GREG-CYCLE-ID          00443715
           ELSE                                                         00443715
             DISPLAY 'EXRGFILE GENERATION COULD NOT BE REGISTERED'      00443715
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
           MOVE 'MASTRNER'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'TONIGHT'              TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-TONIGHT-CNTR        TO STAT-CNTR-1                   00443715
           MOVE 'OPEN'                 TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-OPEN-CNTR           TO STAT-CNTR-2                   00443715
           MOVE 'BREACHED'             TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-BREACHED-CNTR       TO STAT-CNTR-3                   00443715
           MOVE 'CLOSED'               TO STAT-CNTR-4-LABEL             00443715
           MOVE WS-CLOSED-CNTR         TO STAT-CNTR-4                   00443715
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
           DISPLAY '* PROGRAM NAME  :    MASTRNER         *'            00443715
           DISPLAY '* EXCEPTIONS IN : ' WS-TONIGHT-CNTR                 00443715
           DISPLAY '* PRIOR ROWS    : ' WS-EXRGIN-CNTR                  00443715
           DISPLAY '* ROWS PURGED   : ' WS-PURGED-CNTR                  00443715
           DISPLAY '* ROWS WRITTEN  : ' WS-EXRGFILE-CNTR                00443715
           DISPLAY '* NEW TONIGHT   : ' WS-NEW-CNTR                     00443715
           DISPLAY '* OPEN          : ' WS-OPEN-CNTR                    00443715
           DISPLAY '* PAST SLA      : ' WS-BREACHED-CNTR                00443715
           DISPLAY '* CLOSED        : ' WS-CLOSED-CNTR                  00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 0                                         00443715
             PERFORM REGISTER-EXRGFILE-PARA                             00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           IF WS-EXRGFILE-OPEN = 1                                      00443715
             CLOSE EXRGFILE                                             00443715
           END-IF                                                       00443715
           CLOSE EXAGRPT.                                               00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNER.                                           00443715
