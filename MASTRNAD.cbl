       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNAD.                                            00443715
      *    MASTRNAD CLOSES THE LOOP ON THE FRAUD DESK'S MORNING WORK.   00443715
      *    EVERY NIGHT RISKFILE (MASTRANK), HIVALFILE, VELFILE AND      00443715
      *    WHITFILE (MASTRANC) RAISE ALERTS BY CONTRACT; THIS JOB       00443715
      *    CARRIES THEM ACROSS CYCLES AS AN ALERT HISTORY -- ALRTHIN    00443715
      *    IS THE PRIOR CYCLE'S, ALRTHFILE IS WRITTEN WITH TONIGHT'S    00443715
      *    ALERTS ADDED, ONE ROW PER CONTRACT, SOURCE AND NIGHT. ROWS   00443715
      *    ALREADY STAMPED WITH TONIGHT'S DATE ARE REPLACED, SO A       00443715
      *    RERUN DOES NOT RAISE A NIGHT TWICE.                          00443715
      *    DISPFILE IS THE ANALYSTS' DISPOSITION INPUT: EACH ROW NAMES  00443715
      *    ONE ALERT (CONTRACT, SOURCE, NIGHT RAISED) AS CONFIRMED      00443715
      *    FRAUD, FALSE POSITIVE OR PENDING, WITH THE ANALYST'S ID.     00443715
      *    THE LATEST DISPOSITION ON AN ALERT STANDS.                   00443715
      *    A CONTRACT WHOSE LATEST DISPOSITION FOR A SOURCE IS A FALSE  00443715
      *    POSITIVE IS WRITTEN TO SUPPFILE UNTIL                        00443715
      *    PARM-ALERT-SUPPRESS-DAYS AFTER THE DISPOSITION; MASTRANC     00443715
      *    AND MASTRANK READ SUPPFILE THE NEXT NIGHT AND DO NOT RAISE   00443715
      *    THAT SOURCE FOR THE CONTRACT AGAIN WHILE IT RUNS.            00443715
      *    ON THE MONTH-END RUN (PARM-MONTH-END-FLAG = 'Y') PRECRPT     00443715
      *    SHOWS, BY SOURCE, HOW MANY ALERTS THE MONTH RAISED AND HOW   00443715
      *    THEY WERE DISPOSED OF, SO RISKWGHT AND THE VELOCITY PARMS    00443715
      *    CAN BE RETUNED FROM EVIDENCE. HISTORY IS KEPT FOR THE        00443715
      *    CURRENT AND PREVIOUS MONTH, LONGER WHILE A SUPPRESSION ON    00443715
      *    IT IS STILL RUNNING.                                         00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT RISKFILE ASSIGN TO RISKFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RISKFILE-FILE-STATUS.                        00443715
            SELECT HIVALFILE ASSIGN TO HIVALFILE                        00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS HIVALFILE-FILE-STATUS.                       00443715
            SELECT VELFILE ASSIGN TO VELFILE                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS VELFILE-FILE-STATUS.                         00443715
            SELECT WHITFILE ASSIGN TO WHITFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS WHITFILE-FILE-STATUS.                        00443715
            SELECT DISPFILE ASSIGN TO DISPFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS DISPFILE-FILE-STATUS.                        00443715
            SELECT ALRTHIN ASSIGN TO ALRTHIN                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS ALRTHIN-FILE-STATUS.                         00443715
            SELECT ALRTHFILE ASSIGN TO ALRTHFILE                        00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS ALRTHFILE-FILE-STATUS.                       00443715
            SELECT SUPPFILE ASSIGN TO SUPPFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS SUPPFILE-FILE-STATUS.                        00443715
            SELECT SORTFILE ASSIGN TO SORTWK01.                         00443715
            SELECT PRECRPT ASSIGN TO PRECRPT                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PRECRPT-FILE-STATUS.                         00443715
            SELECT PARMFILE ASSIGN TO PARMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARMFILE-FILE-STATUS.                        00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
      *    THE FOUR ALERT LAYOUTS MIRROR THE FD RECORDS MASTRANK AND    00443715
      *    MASTRANC WRITE; ONLY THE CONTRACT IS NEEDED HERE.            00443715
       FD RISKFILE.                                                     00443715
       01 RISK-REC.                                                     00443715
          05 RISK-RANK             PIC X(4).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 RISK-CONT-ID          PIC X(10).                           00443715
          05 FILLER                PIC X(61).                           00443715
                                                                        00443715
       FD HIVALFILE.                                                    00443715
       01 HIVAL-REC.                                                    00443715
          05 HIVAL-CONT-ID         PIC X(10).                           00443715
          05 FILLER                PIC X(21).                           00443715
                                                                        00443715
       FD VELFILE.                                                      00443715
       01 VEL-REC.                                                      00443715
          05 VEL-CONT-ID           PIC X(10).                           00443715
          05 FILLER                PIC X(89).                           00443715
                                                                        00443715
       FD WHITFILE.                                                     00443715
       01 WHIT-REC.                                                     00443715
          05 WHIT-CONT-ID          PIC X(10).                           00443715
          05 FILLER                PIC X(152).                          00443715
                                                                        00443715
      *    DISPFILE IS KEYED BY THE ANALYST FROM THE ALERT THEY         00443715
      *    WORKED -- THE NIGHT IT WAS RAISED IS THE PROCESS DATE OF     00443715
      *    THE FILE IT CAME FROM.                                       00443715
       FD DISPFILE.                                                     00443715
       01 DISP-REC.                                                     00443715
          05 DISP-CONT-ID          PIC 9(10).                           00443715
          05 DISP-SOURCE           PIC X(8).                            00443715
             88 DISP-SOURCE-VALID     VALUE 'RISK' 'HIVAL'              00443715
                                            'VELOCITY' 'WATCH'.         00443715
          05 DISP-ALERT-DATE       PIC X(8).                            00443715
          05 DISP-CODE             PIC X(1).                            00443715
             88 DISP-CONFIRMED        VALUE 'C'.                        00443715
             88 DISP-FALSE-POSITIVE   VALUE 'F'.                        00443715
             88 DISP-PENDING          VALUE 'P'.                        00443715
             88 DISP-CODE-VALID       VALUE 'C' 'F' 'P'.                00443715
          05 DISP-ANALYST-ID       PIC X(8).                            00443715
                                                                        00443715
      *    ALRTHIN/ALRTHFILE ARE THE ALERT HISTORY -- ONE ROW PER       00443715
      *    CONTRACT, SOURCE AND NIGHT, WITH ITS DISPOSITION ONCE ONE    00443715
      *    HAS BEEN RECORDED.                                           00443715
       FD ALRTHIN.                                                      00443715
       01 ALRTHIN-REC.                                                  00443715
          05 AHIN-CONT-ID          PIC 9(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 AHIN-SOURCE           PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 AHIN-ALERT-DATE       PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 AHIN-DISPOSITION      PIC X(1).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 AHIN-ANALYST-ID       PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 AHIN-DISP-DATE        PIC X(8).                            00443715
                                                                        00443715
       FD ALRTHFILE.                                                    00443715
       01 ALRTH-REC.                                                    00443715
          05 ALRTH-CONT-ID         PIC 9(10).                           00443715
          05 ALRTH-SEPARATOR-1     PIC X(1).                            00443715
          05 ALRTH-SOURCE          PIC X(8).                            00443715
          05 ALRTH-SEPARATOR-2     PIC X(1).                            00443715
          05 ALRTH-ALERT-DATE      PIC X(8).                            00443715
          05 ALRTH-SEPARATOR-3     PIC X(1).                            00443715
          05 ALRTH-DISPOSITION     PIC X(1).                            00443715
          05 ALRTH-SEPARATOR-4     PIC X(1).                            00443715
          05 ALRTH-ANALYST-ID      PIC X(8).                            00443715
          05 ALRTH-SEPARATOR-5     PIC X(1).                            00443715
          05 ALRTH-DISP-DATE       PIC X(8).                            00443715
                                                                        00443715
      *    SUPPFILE IS REBUILT EVERY NIGHT WITH THE SUPPRESSIONS        00443715
      *    STILL RUNNING AFTER TONIGHT, IN CONTRACT AND SOURCE ORDER.   00443715
       FD SUPPFILE.                                                     00443715
       01 SUPP-REC.                                                     00443715
          05 SUPP-CONT-ID          PIC 9(10).                           00443715
          05 SUPP-SEPARATOR-1      PIC X(1).                            00443715
          05 SUPP-SOURCE           PIC X(8).                            00443715
          05 SUPP-SEPARATOR-2      PIC X(1).                            00443715
          05 SUPP-UNTIL-DATE       PIC X(8).                            00443715
                                                                        00443715
      *    ALERT ROWS ('A') SORT AHEAD OF THE DISPOSITIONS ('D') ON     00443715
      *    THE SAME ALERT, AND DISPOSITIONS STAY IN THE ORDER THEY      00443715
      *    WERE KEYED, SO THE LAST ONE KEYED STANDS.                    00443715
       SD SORTFILE.                                                     00443715
       01 SORT-REC.                                                     00443715
          05 SRT-CONT-ID           PIC 9(10).                           00443715
          05 SRT-SOURCE            PIC X(8).                            00443715
          05 SRT-ALERT-DATE        PIC X(8).                            00443715
          05 SRT-REC-TYPE          PIC X(1).                            00443715
          05 SRT-SEQ               PIC 9(9).                            00443715
          05 SRT-DISPOSITION       PIC X(1).                            00443715
          05 SRT-ANALYST-ID        PIC X(8).                            00443715
          05 SRT-DISP-DATE         PIC X(8).                            00443715
                                                                        00443715
       FD PRECRPT.                                                      00443715
       01 PRECRPT-LINE             PIC X(132).                          00443715
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
       01 RISKFILE-FILE-STATUS  PIC X(2).                               00443715
       01 HIVALFILE-FILE-STATUS PIC X(2).                               00443715
       01 VELFILE-FILE-STATUS   PIC X(2).                               00443715
       01 WHITFILE-FILE-STATUS  PIC X(2).                               00443715
       01 DISPFILE-FILE-STATUS  PIC X(2).                               00443715
       01 ALRTHIN-FILE-STATUS   PIC X(2).                               00443715
       01 ALRTHFILE-FILE-STATUS PIC X(2).                               00443715
       01 SUPPFILE-FILE-STATUS  PIC X(2).                               00443715
       01 PRECRPT-FILE-STATUS   PIC X(2).                               00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-PARM-READ-OK       PIC 9 VALUE 0.                          00443715
       01 WS-EOF                PIC 9 VALUE 0.                          00443715
       01 WS-SORT-EOF           PIC 9 VALUE 0.                          00443715
      *    WS-RPT-RUN IS SET ON THE MONTH-END RUN -- ONLY THEN IS       00443715
      *    PRECRPT PRINTED.                                             00443715
       01 WS-RPT-RUN            PIC 9 VALUE 0.                          00443715
       01 WS-CUR-PERIOD         PIC X(6).                               00443715
       01 WS-PREV-PERIOD        PIC X(6).                               00443715
       01 WS-PERIOD-NUM         PIC 9(6).                               00443715
       01 WS-DATE-NUM           PIC 9(8).                               00443715
       01 WS-DATE-INT           PIC 9(9).                               00443715
       01 WS-UNTIL-DATE         PIC X(8).                               00443715
       01 WS-ALERT-SOURCE       PIC X(8).                               00443715
       01 WS-ALERT-CONT-ID      PIC X(10).                              00443715
       01 WS-DISP-SEQ           PIC 9(9) VALUE ZEROES.                  00443715
      *    ALERT CONTROL-BREAK STATE -- ONE CONTRACT, SOURCE AND        00443715
      *    NIGHT. SEVERAL HIVALFILE, VELFILE OR WHITFILE ROWS ON ONE    00443715
      *    NIGHT ARE ONE ALERT.                                         00443715
       01 WS-ALRT-HELD          PIC 9 VALUE 0.                          00443715
       01 WS-ALRT-CONT-ID       PIC 9(10).                              00443715
       01 WS-ALRT-SOURCE        PIC X(8).                               00443715
       01 WS-ALRT-DATE          PIC X(8).                               00443715
       01 WS-ALRT-DISPOSITION   PIC X(1).                               00443715
       01 WS-ALRT-ANALYST-ID    PIC X(8).                               00443715
       01 WS-ALRT-DISP-DATE     PIC X(8).                               00443715
      *    CONTRACT AND SOURCE CONTROL-BREAK STATE -- THE LATEST        00443715
      *    DISPOSITION DECIDES THE SUPPRESSION.                         00443715
       01 WS-PAIR-STARTED       PIC 9 VALUE 0.                          00443715
       01 WS-PAIR-CONT-ID       PIC 9(10).                              00443715
       01 WS-PAIR-SOURCE        PIC X(8).                               00443715
       01 WS-PAIR-DISPOSITION   PIC X(1).                               00443715
       01 WS-PAIR-DISP-DATE     PIC X(8).                               00443715
      *    MONTH-TO-DATE PRECISION FIGURES, ONE ROW PER SOURCE.         00443715
       01 WS-PREC-IDX           PIC 9(2).                               00443715
       01 WS-PREC-TABLE.                                                00443715
          05 WS-PREC-ENTRY OCCURS 5 TIMES.                              00443715
             10 WS-PREC-SOURCE       PIC X(8).                          00443715
             10 WS-PREC-RAISED       PIC 9(9).                          00443715
             10 WS-PREC-CONFIRMED    PIC 9(9).                          00443715
             10 WS-PREC-FALSE-POS    PIC 9(9).                          00443715
             10 WS-PREC-PENDING      PIC 9(9).                          00443715
             10 WS-PREC-OPEN         PIC 9(9).                          00443715
       01 WS-PREC-PCT           PIC 9(3)V99.                            00443715
       01 WS-PREC-WORKED        PIC 9(9).                               00443715
       01 WS-COUNTERS-1.                                                00443715
          05 WS-RISKFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-HIVALFILE-CNTR    PIC 9(9) VALUE ZEROES.                00443715
          05 WS-VELFILE-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-WHITFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-ALRTHIN-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DROPPED-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DISPFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DISP-REJ-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DISP-APPLIED-CNTR PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DISP-NOMATCH-CNTR PIC 9(9) VALUE ZEROES.                00443715
          05 WS-ALRTHFILE-CNTR    PIC 9(9) VALUE ZEROES.                00443715
          05 WS-SUPPFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
       01 WS-RISKFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-HIVALFILE-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-VELFILE-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-WHITFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-ALRTHIN-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-DROPPED-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-DISPFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-DISP-REJ-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-DISP-APPLIED-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                     00443715
       01 WS-DISP-NOMATCH-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                     00443715
       01 WS-ALRTHFILE-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-SUPPFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-RPT-WORK           PIC X(132).                             00443715
       01 WS-RPT-DETAIL.                                                00443715
          05 FILLER              PIC X(2) VALUE SPACES.                 00443715
          05 RPT-SOURCE          PIC X(8).                              00443715
          05 FILLER              PIC X(2) VALUE SPACES.                 00443715
          05 RPT-RAISED          PIC ZZZ,ZZZ,ZZ9.                       00443715
          05 FILLER              PIC X(2) VALUE SPACES.                 00443715
          05 RPT-CONFIRMED       PIC ZZZ,ZZZ,ZZ9.                       00443715
          05 FILLER              PIC X(2) VALUE SPACES.                 00443715
          05 RPT-FALSE-POS       PIC ZZZ,ZZZ,ZZ9.                       00443715
          05 FILLER              PIC X(2) VALUE SPACES.                 00443715
          05 RPT-PENDING         PIC ZZZ,ZZZ,ZZ9.                       00443715
          05 FILLER              PIC X(2) VALUE SPACES.                 00443715
          05 RPT-OPEN            PIC ZZZ,ZZZ,ZZ9.                       00443715
          05 FILLER              PIC X(9) VALUE SPACES.                 00443715
          05 RPT-PCT-RAISED      PIC ZZ9.99.                            00443715
          05 FILLER              PIC X(9) VALUE SPACES.                 00443715
          05 RPT-PCT-WORKED      PIC ZZ9.99.                            00443715
      *    THE GENERATION REGISTRY'S FIGURES FOR ALRTHIN AND            00443715
      *    ALRTHFILE -- THE HASH IS THE SUM OF THE CONTRACT IDS. THE    00443715
      *    REGISTRY KEY IS EIGHT BYTES, SO THE HISTORY IS REGISTERED    00443715
      *    AS ALRTHFIL.                                                 00443715
       01 WS-ALRTHIN-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.              00443715
       01 WS-ALRTHFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.            00443715
       01 WS-ALRTHIN-REG        PIC 9 VALUE 0.                          00443715
       01 WS-GREG-INPUT-DD      PIC X(8) VALUE SPACES.                  00443715
       COPY GREGLNK.                                                    00443715
         COPY PGATLNK.                                                  00443715
                                                                        00443715
       PROCEDURE DIVISION.                                              00443715
                                                                        00443715
           PERFORM START-PROCESS                                        00443715
                                                                        00443715
           SORT SORTFILE ON ASCENDING KEY SRT-CONT-ID                   00443715
                                          SRT-SOURCE                    00443715
                                          SRT-ALERT-DATE                00443715
                                          SRT-REC-TYPE                  00443715
                                          SRT-SEQ                       00443715
             INPUT PROCEDURE IS BUILD-HISTORY-PARA                      00443715
             OUTPUT PROCEDURE IS APPLY-DISPOSITIONS-PARA                00443715
                                                                        00443715
           IF WS-RPT-RUN = 1                                            00443715
             PERFORM WRITE-PRECISION-REPORT-PARA                        00443715
           END-IF                                                       00443715
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
           MOVE 'RISK'     TO WS-PREC-SOURCE (1)                        00443715
           MOVE 'HIVAL'    TO WS-PREC-SOURCE (2)                        00443715
           MOVE 'VELOCITY' TO WS-PREC-SOURCE (3)                        00443715
           MOVE 'WATCH'    TO WS-PREC-SOURCE (4)                        00443715
           MOVE 'TOTAL'    TO WS-PREC-SOURCE (5)                        00443715
           PERFORM VARYING WS-PREC-IDX FROM 1 BY 1                      00443715
             UNTIL WS-PREC-IDX > 5                                      00443715
             MOVE ZEROES TO WS-PREC-RAISED (WS-PREC-IDX)                00443715
             MOVE ZEROES TO WS-PREC-CONFIRMED (WS-PREC-IDX)             00443715
             MOVE ZEROES TO WS-PREC-FALSE-POS (WS-PREC-IDX)             00443715
             MOVE ZEROES TO WS-PREC-PENDING (WS-PREC-IDX)               00443715
             MOVE ZEROES TO WS-PREC-OPEN (WS-PREC-IDX)                  00443715
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
           MOVE 'MASTRNAD' TO PGAT-JOB-NAME                             00443715
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
           MOVE SPACES TO PARM-MONTH-END-FLAG                           00443715
           MOVE ZEROES TO PARM-ALERT-SUPPRESS-DAYS                      00443715
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
      *    EVERY HISTORY ROW IS STAMPED WITH THE NIGHT IT WAS RAISED    00443715
      *    -- THE HISTORY CANNOT BE AGED OR A SUPPRESSION TIMED         00443715
      *    WITHOUT ONE.                                                 00443715
           IF PARM-PROCESS-DATE NOT NUMERIC                             00443715
             DISPLAY 'PARM-PROCESS-DATE MISSING -- ALERT HISTORY '      00443715
                     'CANNOT BE DATED'                                  00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'NO PROCESS DATE' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-ALERT-SUPPRESS-DAYS NOT NUMERIC                      00443715
              OR PARM-ALERT-SUPPRESS-DAYS = ZEROES                      00443715
             MOVE 30 TO PARM-ALERT-SUPPRESS-DAYS                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE PARM-PROCESS-DATE (1:6) TO WS-CUR-PERIOD                00443715
           MOVE WS-CUR-PERIOD TO WS-PERIOD-NUM                          00443715
           IF WS-CUR-PERIOD (5:2) = '01'                                00443715
             SUBTRACT 89 FROM WS-PERIOD-NUM                             00443715
           ELSE                                                         00443715
             SUBTRACT 1 FROM WS-PERIOD-NUM                              00443715
           END-IF                                                       00443715
           MOVE WS-PERIOD-NUM TO WS-PREV-PERIOD                         00443715
                                                                        00443715
           IF PARM-MONTH-END-FLAG = 'Y'                                 00443715
             MOVE 1 TO WS-RPT-RUN                                       00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'PARM PROCESS DATE = ' PARM-PROCESS-DATE             00443715
           DISPLAY 'PARM ALERT SUPPRESS DAYS = '                        00443715
                   PARM-ALERT-SUPPRESS-DAYS                             00443715
           DISPLAY 'HISTORY KEPT FROM PERIOD = ' WS-PREV-PERIOD         00443715
           DISPLAY 'MONTH-END PRECISION REPORT = ' WS-RPT-RUN           00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FILE-OPEN-PARA.                                                  00443715
                                                                        00443715
           OPEN INPUT RISKFILE                                          00443715
                                                                        00443715
           IF RISKFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN RISK FILE-STATUS = '  RISKFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT HIVALFILE                                         00443715
                                                                        00443715
           IF HIVALFILE-FILE-STATUS NOT = '00'                          00443715
           THEN                                                         00443715
             DISPLAY 'OPEN HIVAL FILE-STATUS = '                        00443715
                     HIVALFILE-FILE-STATUS                              00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT VELFILE                                           00443715
                                                                        00443715
           IF VELFILE-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN VEL FILE-STATUS = '  VELFILE-FILE-STATUS     00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT WHITFILE                                          00443715
                                                                        00443715
           IF WHITFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN WHIT FILE-STATUS = '  WHITFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT ALRTHFILE                                        00443715
                                                                        00443715
           IF ALRTHFILE-FILE-STATUS NOT = '00'                          00443715
           THEN                                                         00443715
             DISPLAY 'OPEN ALRTH FILE-STATUS = '                        00443715
                     ALRTHFILE-FILE-STATUS                              00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT SUPPFILE                                         00443715
                                                                        00443715
           IF SUPPFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN SUPP FILE-STATUS = '  SUPPFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT PRECRPT                                          00443715
                                                                        00443715
           IF PRECRPT-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN PRECRPT FILE-STATUS = '                      00443715
                     PRECRPT-FILE-STATUS                                00443715
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
       BUILD-HISTORY-PARA.                                              00443715
                                                                        00443715
           PERFORM CARRY-HISTORY-PARA                                   00443715
                                                                        00443715
           PERFORM ADD-TONIGHT-PARA                                     00443715
                                                                        00443715
           PERFORM ADD-DISPOSITIONS-PARA                                00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CARRY-HISTORY-PARA.                                              00443715
      *    WITH NO PRIOR HISTORY FILE THE HISTORY STARTS FROM           00443715
      *    TONIGHT -- NOTHING IS SUPPRESSED AND EVERY DISPOSITION ON    00443715
      *    AN EARLIER ALERT GOES UNMATCHED.                             00443715
           OPEN INPUT ALRTHIN                                           00443715
                                                                        00443715
           IF ALRTHIN-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'NO PRIOR ALERT HISTORY -- HISTORY STARTS '        00443715
                     'FROM TONIGHT'                                     00443715
           ELSE                                                         00443715
             MOVE 'ALRTHFIL' TO GREG-DATASET                            00443715
             MOVE 'P'        TO GREG-EXPECT                             00443715
             MOVE 'ALRTHIN'  TO WS-GREG-INPUT-DD                        00443715
             PERFORM CHECK-INPUT-GENERATION-PARA                        00443715
             IF GREG-RESULT-MATCHED                                     00443715
               MOVE 1 TO WS-ALRTHIN-REG                                 00443715
             END-IF                                                     00443715
                                                                        00443715
             MOVE 0 TO WS-EOF                                           00443715
             PERFORM UNTIL WS-EOF = 1                                   00443715
               READ ALRTHIN                                             00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-EOF                                     00443715
                 NOT AT END                                             00443715
                   ADD 1 TO WS-ALRTHIN-CNTR                             00443715
                   ADD AHIN-CONT-ID TO WS-ALRTHIN-HASH-TOTAL            00443715
                   PERFORM CARRY-HISTORY-ROW-PARA                       00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
                                                                        00443715
             CLOSE ALRTHIN                                              00443715
                                                                        00443715
             IF WS-ALRTHIN-REG = 1                                      00443715
               MOVE 'ALRTHFIL'            TO GREG-DATASET               00443715
               MOVE 'P'                   TO GREG-EXPECT                00443715
               MOVE 'ALRTHIN'             TO WS-GREG-INPUT-DD           00443715
               MOVE WS-ALRTHIN-CNTR       TO GREG-RECORD-CNT            00443715
               MOVE WS-ALRTHIN-HASH-TOTAL TO GREG-HASH-TOTAL            00443715
               PERFORM VERIFY-INPUT-GENERATION-PARA                     00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CARRY-HISTORY-ROW-PARA.                                          00443715
      *    A FALSE POSITIVE OLDER THAN THE KEPT MONTHS STAYS WHILE ITS  00443715
      *    SUPPRESSION IS STILL RUNNING.                                00443715
           MOVE SPACES TO WS-UNTIL-DATE                                 00443715
           IF AHIN-DISPOSITION = 'F'                                    00443715
              AND AHIN-DISP-DATE IS NUMERIC                             00443715
             MOVE AHIN-DISP-DATE TO WS-DATE-NUM                         00443715
             PERFORM COMPUTE-UNTIL-DATE-PARA                            00443715
           END-IF                                                       00443715
                                                                        00443715
           IF AHIN-ALERT-DATE NOT < PARM-PROCESS-DATE                   00443715
              OR (AHIN-ALERT-DATE (1:6) < WS-PREV-PERIOD                00443715
                  AND WS-UNTIL-DATE NOT > PARM-PROCESS-DATE)            00443715
             ADD 1 TO WS-DROPPED-CNTR                                   00443715
           ELSE                                                         00443715
             INITIALIZE SORT-REC                                        00443715
             MOVE AHIN-CONT-ID      TO SRT-CONT-ID                      00443715
             MOVE AHIN-SOURCE       TO SRT-SOURCE                       00443715
             MOVE AHIN-ALERT-DATE   TO SRT-ALERT-DATE                   00443715
             MOVE 'A'               TO SRT-REC-TYPE                     00443715
             MOVE AHIN-DISPOSITION  TO SRT-DISPOSITION                  00443715
             MOVE AHIN-ANALYST-ID   TO SRT-ANALYST-ID                   00443715
             MOVE AHIN-DISP-DATE    TO SRT-DISP-DATE                    00443715
             RELEASE SORT-REC                                           00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ADD-TONIGHT-PARA.                                                00443715
                                                                        00443715
           MOVE 'RISK' TO WS-ALERT-SOURCE                               00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ RISKFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-RISKFILE-CNTR                              00443715
                 MOVE RISK-CONT-ID TO WS-ALERT-CONT-ID                  00443715
                 PERFORM RELEASE-ALERT-PARA                             00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           MOVE 'HIVAL' TO WS-ALERT-SOURCE                              00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ HIVALFILE                                             00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-HIVALFILE-CNTR                             00443715
                 MOVE HIVAL-CONT-ID TO WS-ALERT-CONT-ID                 00443715
                 PERFORM RELEASE-ALERT-PARA                             00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           MOVE 'VELOCITY' TO WS-ALERT-SOURCE                           00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ VELFILE                                               00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-VELFILE-CNTR                               00443715
                 MOVE VEL-CONT-ID TO WS-ALERT-CONT-ID                   00443715
                 PERFORM RELEASE-ALERT-PARA                             00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           MOVE 'WATCH' TO WS-ALERT-SOURCE                              00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ WHITFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-WHITFILE-CNTR                              00443715
                 MOVE WHIT-CONT-ID TO WS-ALERT-CONT-ID                  00443715
                 PERFORM RELEASE-ALERT-PARA                             00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       RELEASE-ALERT-PARA.                                              00443715
                                                                        00443715
           INITIALIZE SORT-REC                                          00443715
           MOVE WS-ALERT-CONT-ID  TO SRT-CONT-ID                        00443715
           MOVE WS-ALERT-SOURCE   TO SRT-SOURCE                         00443715
           MOVE PARM-PROCESS-DATE TO SRT-ALERT-DATE                     00443715
           MOVE 'A'               TO SRT-REC-TYPE                       00443715
           RELEASE SORT-REC                                             00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ADD-DISPOSITIONS-PARA.                                           00443715
      *    NO DISPOSITION FILE IS AN ORDINARY NIGHT -- THE DESK MAY     00443715
      *    NOT HAVE WORKED ANYTHING.                                    00443715
           OPEN INPUT DISPFILE                                          00443715
                                                                        00443715
           IF DISPFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'NO DISPOSITION FILE -- NO DISPOSITIONS TONIGHT'   00443715
           ELSE                                                         00443715
             MOVE 0 TO WS-EOF                                           00443715
             PERFORM UNTIL WS-EOF = 1                                   00443715
               READ DISPFILE                                            00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-EOF                                     00443715
                 NOT AT END                                             00443715
                   ADD 1 TO WS-DISPFILE-CNTR                            00443715
                   PERFORM RELEASE-DISPOSITION-PARA                     00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
                                                                        00443715
             CLOSE DISPFILE                                             00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       RELEASE-DISPOSITION-PARA.                                        00443715
                                                                        00443715
           IF DISP-CONT-ID NOT NUMERIC                                  00443715
              OR NOT DISP-SOURCE-VALID                                  00443715
              OR DISP-ALERT-DATE NOT NUMERIC                            00443715
              OR NOT DISP-CODE-VALID                                    00443715
              OR DISP-ANALYST-ID = SPACES                               00443715
             ADD 1 TO WS-DISP-REJ-CNTR                                  00443715
             DISPLAY 'DISPOSITION REJECTED -- ' DISP-REC                00443715
           ELSE                                                         00443715
             ADD 1 TO WS-DISP-SEQ                                       00443715
             INITIALIZE SORT-REC                                        00443715
             MOVE DISP-CONT-ID      TO SRT-CONT-ID                      00443715
             MOVE DISP-SOURCE       TO SRT-SOURCE                       00443715
             MOVE DISP-ALERT-DATE   TO SRT-ALERT-DATE                   00443715
             MOVE 'D'               TO SRT-REC-TYPE                     00443715
             MOVE WS-DISP-SEQ       TO SRT-SEQ                          00443715
             MOVE DISP-CODE         TO SRT-DISPOSITION                  00443715
             MOVE DISP-ANALYST-ID   TO SRT-ANALYST-ID                   00443715
             MOVE PARM-PROCESS-DATE TO SRT-DISP-DATE                    00443715
             RELEASE SORT-REC                                           00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       APPLY-DISPOSITIONS-PARA.                                         00443715
                                                                        00443715
           MOVE 0 TO WS-SORT-EOF                                        00443715
           PERFORM UNTIL WS-SORT-EOF = 1                                00443715
             RETURN SORTFILE                                            00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-SORT-EOF                                  00443715
               NOT AT END                                               00443715
                 IF WS-PAIR-STARTED = 0                                 00443715
                    OR SRT-CONT-ID NOT = WS-PAIR-CONT-ID                00443715
                    OR SRT-SOURCE NOT = WS-PAIR-SOURCE                  00443715
                   PERFORM FINISH-ALERT-PARA                            00443715
                   PERFORM FINISH-PAIR-PARA                             00443715
                   PERFORM START-PAIR-PARA                              00443715
                 ELSE                                                   00443715
                   IF SRT-ALERT-DATE NOT = WS-ALRT-DATE                 00443715
                     PERFORM FINISH-ALERT-PARA                          00443715
                   END-IF                                               00443715
                 END-IF                                                 00443715
                                                                        00443715
                 IF SRT-REC-TYPE = 'A'                                  00443715
                   PERFORM HOLD-ALERT-PARA                              00443715
                 ELSE                                                   00443715
                   PERFORM APPLY-DISPOSITION-PARA                       00443715
                 END-IF                                                 00443715
             END-RETURN                                                 00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           PERFORM FINISH-ALERT-PARA                                    00443715
           PERFORM FINISH-PAIR-PARA                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       START-PAIR-PARA.                                                 00443715
                                                                        00443715
           MOVE SRT-CONT-ID TO WS-PAIR-CONT-ID                          00443715
           MOVE SRT-SOURCE  TO WS-PAIR-SOURCE                           00443715
           MOVE 1           TO WS-PAIR-STARTED                          00443715
           MOVE SPACES      TO WS-PAIR-DISPOSITION                      00443715
           MOVE SPACES      TO WS-PAIR-DISP-DATE                        00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       HOLD-ALERT-PARA.                                                 00443715
      *    A SECOND ROW FOR THE SAME NIGHT ONLY BRINGS A DISPOSITION    00443715
      *    IF THE FIRST HAD NONE.                                       00443715
           IF WS-ALRT-HELD = 0                                          00443715
             MOVE 1                TO WS-ALRT-HELD                      00443715
             MOVE SRT-CONT-ID      TO WS-ALRT-CONT-ID                   00443715
             MOVE SRT-SOURCE       TO WS-ALRT-SOURCE                    00443715
             MOVE SRT-ALERT-DATE   TO WS-ALRT-DATE                      00443715
             MOVE SRT-DISPOSITION  TO WS-ALRT-DISPOSITION               00443715
             MOVE SRT-ANALYST-ID   TO WS-ALRT-ANALYST-ID                00443715
             MOVE SRT-DISP-DATE    TO WS-ALRT-DISP-DATE                 00443715
           ELSE                                                         00443715
             IF WS-ALRT-DISPOSITION = SPACES                            00443715
               MOVE SRT-DISPOSITION TO WS-ALRT-DISPOSITION              00443715
               MOVE SRT-ANALYST-ID  TO WS-ALRT-ANALYST-ID               00443715
               MOVE SRT-DISP-DATE   TO WS-ALRT-DISP-DATE                00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       APPLY-DISPOSITION-PARA.                                          00443715
                                                                        00443715
           IF WS-ALRT-HELD = 1                                          00443715
             MOVE SRT-DISPOSITION TO WS-ALRT-DISPOSITION                00443715
             MOVE SRT-ANALYST-ID  TO WS-ALRT-ANALYST-ID                 00443715
             MOVE SRT-DISP-DATE   TO WS-ALRT-DISP-DATE                  00443715
             ADD 1 TO WS-DISP-APPLIED-CNTR                              00443715
           ELSE                                                         00443715
             ADD 1 TO WS-DISP-NOMATCH-CNTR                              00443715
             DISPLAY 'DISPOSITION MATCHES NO ALERT -- CONTRACT '        00443715
                     SRT-CONT-ID ' ' SRT-SOURCE ' ' SRT-ALERT-DATE      00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FINISH-ALERT-PARA.                                               00443715
                                                                        00443715
           IF WS-ALRT-HELD = 1                                          00443715
             PERFORM WRITE-HISTORY-ROW-PARA                             00443715
             PERFORM ACCUM-PRECISION-PARA                               00443715
                                                                        00443715
             IF WS-ALRT-DISPOSITION NOT = SPACES                        00443715
                AND WS-ALRT-DISP-DATE NOT < WS-PAIR-DISP-DATE           00443715
               MOVE WS-ALRT-DISPOSITION TO WS-PAIR-DISPOSITION          00443715
               MOVE WS-ALRT-DISP-DATE   TO WS-PAIR-DISP-DATE            00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 0 TO WS-ALRT-HELD                                       00443715
           MOVE SRT-ALERT-DATE TO WS-ALRT-DATE                          00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FINISH-PAIR-PARA.                                                00443715
      *    THE SUPPRESSION RUNS THROUGH PARM-ALERT-SUPPRESS-DAYS AFTER  00443715
      *    THE FALSE-POSITIVE DISPOSITION; ONE ALREADY OVER BY          00443715
      *    TONIGHT IS NOT WRITTEN.                                      00443715
           IF WS-PAIR-STARTED = 1                                       00443715
              AND WS-PAIR-DISPOSITION = 'F'                             00443715
              AND WS-PAIR-DISP-DATE IS NUMERIC                          00443715
             MOVE WS-PAIR-DISP-DATE TO WS-DATE-NUM                      00443715
             PERFORM COMPUTE-UNTIL-DATE-PARA                            00443715
                                                                        00443715
             IF WS-UNTIL-DATE > PARM-PROCESS-DATE                       00443715
               INITIALIZE SUPP-REC                                      00443715
               MOVE WS-PAIR-CONT-ID TO SUPP-CONT-ID                     00443715
               MOVE ','             TO SUPP-SEPARATOR-1                 00443715
               MOVE WS-PAIR-SOURCE  TO SUPP-SOURCE                      00443715
               MOVE ','             TO SUPP-SEPARATOR-2                 00443715
               MOVE WS-UNTIL-DATE   TO SUPP-UNTIL-DATE                  00443715
                                                                        00443715
               WRITE SUPP-REC                                           00443715
                                                                        00443715
               ADD 1 TO WS-SUPPFILE-CNTR                                00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       COMPUTE-UNTIL-DATE-PARA.                                         00443715
                                                                        00443715
           COMPUTE WS-DATE-INT =                                        00443715
             FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)                     00443715
             + PARM-ALERT-SUPPRESS-DAYS                                 00443715
           COMPUTE WS-DATE-NUM =                                        00443715
             FUNCTION DATE-OF-INTEGER (WS-DATE-INT)                     00443715
           MOVE WS-DATE-NUM TO WS-UNTIL-DATE                            00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-HISTORY-ROW-PARA.                                          00443715
                                                                        00443715
           INITIALIZE ALRTH-REC                                         00443715
                                                                        00443715
           MOVE WS-ALRT-CONT-ID     TO ALRTH-CONT-ID                    00443715
           MOVE ','                 TO ALRTH-SEPARATOR-1                00443715
           MOVE WS-ALRT-SOURCE      TO ALRTH-SOURCE                     00443715
           MOVE ','                 TO ALRTH-SEPARATOR-2                00443715
           MOVE WS-ALRT-DATE        TO ALRTH-ALERT-DATE                 00443715
           MOVE ','                 TO ALRTH-SEPARATOR-3                00443715
           MOVE WS-ALRT-DISPOSITION TO ALRTH-DISPOSITION                00443715
           MOVE ','                 TO ALRTH-SEPARATOR-4                00443715
           MOVE WS-ALRT-ANALYST-ID  TO ALRTH-ANALYST-ID                 00443715
           MOVE ','                 TO ALRTH-SEPARATOR-5                00443715
           MOVE WS-ALRT-DISP-DATE   TO ALRTH-DISP-DATE                  00443715
                                                                        00443715
           WRITE ALRTH-REC                                              00443715
                                                                        00443715
           ADD 1 TO WS-ALRTHFILE-CNTR                                   00443715
           ADD ALRTH-CONT-ID TO WS-ALRTHFILE-HASH-TOTAL                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-PRECISION-PARA.                                            00443715
      *    THE MONTH IS THE MONTH THE ALERT WAS RAISED IN, WITH ITS     00443715
      *    DISPOSITION AS IT STANDS TONIGHT.                            00443715
           IF WS-ALRT-DATE (1:6) = WS-CUR-PERIOD                        00443715
             EVALUATE WS-ALRT-SOURCE                                    00443715
               WHEN 'RISK'                                              00443715
                 MOVE 1 TO WS-PREC-IDX                                  00443715
               WHEN 'HIVAL'                                             00443715
                 MOVE 2 TO WS-PREC-IDX                                  00443715
               WHEN 'VELOCITY'                                          00443715
                 MOVE 3 TO WS-PREC-IDX                                  00443715
               WHEN OTHER                                               00443715
                 MOVE 4 TO WS-PREC-IDX                                  00443715
             END-EVALUATE                                               00443715
                                                                        00443715
             PERFORM ACCUM-PRECISION-ROW-PARA                           00443715
             MOVE 5 TO WS-PREC-IDX                                      00443715
             PERFORM ACCUM-PRECISION-ROW-PARA                           00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-PRECISION-ROW-PARA.                                        00443715
                                                                        00443715
           ADD 1 TO WS-PREC-RAISED (WS-PREC-IDX)                        00443715
                                                                        00443715
           EVALUATE WS-ALRT-DISPOSITION                                 00443715
             WHEN 'C'                                                   00443715
               ADD 1 TO WS-PREC-CONFIRMED (WS-PREC-IDX)                 00443715
             WHEN 'F'                                                   00443715
               ADD 1 TO WS-PREC-FALSE-POS (WS-PREC-IDX)                 00443715
             WHEN 'P'                                                   00443715
               ADD 1 TO WS-PREC-PENDING (WS-PREC-IDX)                   00443715
             WHEN OTHER                                                 00443715
               ADD 1 TO WS-PREC-OPEN (WS-PREC-IDX)                      00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-PRECISION-REPORT-PARA.                                     00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING 'FRAUD ALERT PRECISION BY SOURCE -- MONTH '           00443715
                  WS-CUR-PERIOD                                         00443715
                  ' -- RUN DATE ' PARM-PROCESS-DATE                     00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE PRECRPT-LINE FROM WS-RPT-WORK                          00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  SOURCE         RAISED    CONFIRMED    FALSE POS'   00443715
                  '      PENDING         OPEN  CONF % RAISED'           00443715
                  '  CONF % WORKED'                                     00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE PRECRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           PERFORM VARYING WS-PREC-IDX FROM 1 BY 1                      00443715
             UNTIL WS-PREC-IDX > 5                                      00443715
             IF WS-PREC-IDX = 5                                         00443715
               MOVE SPACES TO PRECRPT-LINE                              00443715
               WRITE PRECRPT-LINE                                       00443715
                 AFTER ADVANCING 1 LINE                                 00443715
             END-IF                                                     00443715
             PERFORM WRITE-PRECISION-LINE-PARA                          00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  CONF % WORKED IS CONFIRMED OVER CONFIRMED PLUS '   00443715
                  'FALSE POSITIVE. ALERTS RAISED LATE IN THE MONTH '    00443715
                  'MAY STILL BE OPEN.'                                  00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE PRECRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-PRECISION-LINE-PARA.                                       00443715
                                                                        00443715
           MOVE WS-PREC-SOURCE (WS-PREC-IDX)    TO RPT-SOURCE           00443715
           MOVE WS-PREC-RAISED (WS-PREC-IDX)    TO RPT-RAISED           00443715
           MOVE WS-PREC-CONFIRMED (WS-PREC-IDX) TO RPT-CONFIRMED        00443715
           MOVE WS-PREC-FALSE-POS (WS-PREC-IDX) TO RPT-FALSE-POS        00443715
           MOVE WS-PREC-PENDING (WS-PREC-IDX)   TO RPT-PENDING          00443715
           MOVE WS-PREC-OPEN (WS-PREC-IDX)      TO RPT-OPEN             00443715
                                                                        00443715
           IF WS-PREC-RAISED (WS-PREC-IDX) > 0                          00443715
             COMPUTE WS-PREC-PCT ROUNDED =                              00443715
               WS-PREC-CONFIRMED (WS-PREC-IDX) * 100                    00443715
               / WS-PREC-RAISED (WS-PREC-IDX)                           00443715
           ELSE                                                         00443715
             MOVE ZEROES TO WS-PREC-PCT                                 00443715
           END-IF                                                       00443715
           MOVE WS-PREC-PCT TO RPT-PCT-RAISED                           00443715
                                                                        00443715
           COMPUTE WS-PREC-WORKED =                                     00443715
             WS-PREC-CONFIRMED (WS-PREC-IDX)                            00443715
             + WS-PREC-FALSE-POS (WS-PREC-IDX)                          00443715
           IF WS-PREC-WORKED > 0                                        00443715
             COMPUTE WS-PREC-PCT ROUNDED =                              00443715
               WS-PREC-CONFIRMED (WS-PREC-IDX) * 100                    00443715
               / WS-PREC-WORKED                                         00443715
           ELSE                                                         00443715
             MOVE ZEROES TO WS-PREC-PCT                                 00443715
           END-IF                                                       00443715
           MOVE WS-PREC-PCT TO RPT-PCT-WORKED                           00443715
                                                                        00443715
           WRITE PRECRPT-LINE FROM WS-RPT-DETAIL                        00443715
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
           MOVE 'MASTRNAD'        TO GREG-JOB-NAME                      00443715
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
           MOVE 'MASTRNAD'        TO GREG-JOB-NAME                      00443715
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
       REGISTER-ALRTHFILE-PARA.                                         00443715
      *    TONIGHT'S ALRTHFILE IS TOMORROW'S ALRTHIN. A FAILED RUN      00443715
      *    REGISTERS NOTHING.                                           00443715
           MOVE 'R'                     TO GREG-FUNCTION                00443715
           MOVE 'ALRTHFIL'              TO GREG-DATASET                 00443715
           MOVE 'MASTRNAD'              TO GREG-JOB-NAME                00443715
           MOVE PARM-PROCESS-DATE       TO GREG-PROCESS-DATE            00443715
           MOVE PARM-CYCLE-ID           TO GREG-CYCLE-ID                00443715
           MOVE WS-ALRTHFILE-CNTR       TO GREG-RECORD-CNT              00443715
           MOVE WS-ALRTHFILE-HASH-TOTAL TO GREG-HASH-TOTAL              00443715
           CALL 'MASTRNGR' USING GREG-LINKAGE                           00443715
           END-CALL                                                     00443715
                                                                        00443715
           IF GREG-RESULT-MATCHED                                       00443715
             DISPLAY 'ALRTHFILE GENERATION REGISTERED FOR '             00443715
                     GREG-PROCESS-DATE ' CYCLE ' GREG-CYCLE-ID          00443715
           ELSE                                                         00443715
             DISPLAY 'ALRTHFILE GENERATION COULD NOT BE REGISTERED'     00443715
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
           MOVE 'MASTRNAD'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'ALRTHFILE'            TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-ALRTHFILE-CNTR      TO STAT-CNTR-1                   00443715
           MOVE 'DISPOSITIONS'         TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-DISP-APPLIED-CNTR   TO STAT-CNTR-2                   00443715
           MOVE 'UNMATCHED'            TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-DISP-NOMATCH-CNTR   TO STAT-CNTR-3                   00443715
           MOVE 'SUPPFILE'             TO STAT-CNTR-4-LABEL             00443715
           MOVE WS-SUPPFILE-CNTR       TO STAT-CNTR-4                   00443715
                                                                        00443715
           WRITE STATUS-REC                                             00443715
                                                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END-PROCESS.                                                     00443715
                                                                        00443715
           MOVE WS-RISKFILE-CNTR     TO WS-RISKFILE-CNTR-EDT            00443715
           MOVE WS-HIVALFILE-CNTR    TO WS-HIVALFILE-CNTR-EDT           00443715
           MOVE WS-VELFILE-CNTR      TO WS-VELFILE-CNTR-EDT             00443715
           MOVE WS-WHITFILE-CNTR     TO WS-WHITFILE-CNTR-EDT            00443715
           MOVE WS-ALRTHIN-CNTR      TO WS-ALRTHIN-CNTR-EDT             00443715
           MOVE WS-DROPPED-CNTR      TO WS-DROPPED-CNTR-EDT             00443715
           MOVE WS-DISPFILE-CNTR     TO WS-DISPFILE-CNTR-EDT            00443715
           MOVE WS-DISP-REJ-CNTR     TO WS-DISP-REJ-CNTR-EDT            00443715
           MOVE WS-DISP-APPLIED-CNTR TO WS-DISP-APPLIED-CNTR-EDT        00443715
           MOVE WS-DISP-NOMATCH-CNTR TO WS-DISP-NOMATCH-CNTR-EDT        00443715
           MOVE WS-ALRTHFILE-CNTR    TO WS-ALRTHFILE-CNTR-EDT           00443715
           MOVE WS-SUPPFILE-CNTR     TO WS-SUPPFILE-CNTR-EDT            00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNAD         *'            00443715
           DISPLAY '* RISKFILE      : ' WS-RISKFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* HIVALFILE     : ' WS-HIVALFILE-CNTR-EDT           00443715
                   '         *'                                         00443715
           DISPLAY '* VELFILE       : ' WS-VELFILE-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* WHITFILE      : ' WS-WHITFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* ALRTHIN       : ' WS-ALRTHIN-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* DROPPED       : ' WS-DROPPED-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* DISPFILE      : ' WS-DISPFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* REJECTED      : ' WS-DISP-REJ-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* APPLIED       : ' WS-DISP-APPLIED-CNTR-EDT        00443715
                   '         *'                                         00443715
           DISPLAY '* UNMATCHED     : ' WS-DISP-NOMATCH-CNTR-EDT        00443715
                   '         *'                                         00443715
           DISPLAY '* ALRTHFILE     : ' WS-ALRTHFILE-CNTR-EDT           00443715
                   '         *'                                         00443715
           DISPLAY '* SUPPFILE      : ' WS-SUPPFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 0                                         00443715
             PERFORM REGISTER-ALRTHFILE-PARA                            00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           CLOSE RISKFILE.                                              00443715
           CLOSE HIVALFILE.                                             00443715
           CLOSE VELFILE.                                               00443715
           CLOSE WHITFILE.                                              00443715
           CLOSE ALRTHFILE.                                             00443715
           CLOSE SUPPFILE.                                              00443715
           CLOSE PRECRPT.                                               00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNAD.                                           00443715
