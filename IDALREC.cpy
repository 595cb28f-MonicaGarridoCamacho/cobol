      ******************************************************************00443715
      * IDALREC - INTRADAY ALERT RECORD. MASTRNID WRITES ONE IDALFILE  *00443715
      *           GENERATION PER TRANFILE DROP IT SCREENS DURING THE   *00443715
      *           DAY, ONE ROW PER WATCH-LIST HIT, HIGH-VALUE          *00443715
      *           TRANSACTION OR VELOCITY BURST, EACH STAMPED WITH     *00443715
      *           THE TIME THE DROP WAS SCREENED. THE NIGHT'S MASTRANC *00443715
      *           READS THE DAY'S GENERATIONS BACK AS IDALIN AND DOES  *00443715
      *           NOT RAISE THE SAME ALERT A SECOND TIME.              *00443715
      ******************************************************************00443715
       01 IDAL-REC.                                                     00443715
          05 IDAL-RAISED-TS        PIC X(21).                           00443715
      *       WHEN THE DROP WAS SCREENED (CURRENT-DATE FORMAT).         00443715
          05 IDAL-SEPARATOR-1      PIC X(1) VALUE ','.                  00443715
          05 IDAL-PROCESS-DATE     PIC X(8).                            00443715
      *       THE BUSINESS DATE THE DROP BELONGS TO -- THE NIGHT'S      00443715
      *       PARM-PROCESS-DATE.                                        00443715
          05 IDAL-SEPARATOR-2      PIC X(1) VALUE ','.                  00443715
          05 IDAL-SOURCE           PIC X(8).                            00443715
      *       'WATCH', 'HIVAL' OR 'VELOCITY' -- THE SAME SOURCE NAMES   00443715
      *       SUPPFILE CLEARS ALERTS BY.                                00443715
          05 IDAL-SEPARATOR-3      PIC X(1) VALUE ','.                  00443715
          05 IDAL-CONT-ID          PIC 9(10).                           00443715
          05 IDAL-SEPARATOR-4      PIC X(1) VALUE ','.                  00443715
          05 IDAL-TYPE-CODE        PIC X(2).                            00443715
          05 IDAL-SEPARATOR-5      PIC X(1) VALUE ','.                  00443715
          05 IDAL-CREDTT           PIC X(19).                           00443715
      *       CREATE TIMESTAMP OF THE TRANSACTION THAT RAISED THE       00443715
      *       ALERT -- FOR A VELOCITY BURST, THE ONE THAT CLOSED THE    00443715
      *       WINDOW.                                                   00443715
          05 IDAL-SEPARATOR-6      PIC X(1) VALUE ','.                  00443715
          05 IDAL-MERCHANT-ID      PIC X(40).                           00443715
          05 IDAL-SEPARATOR-7      PIC X(1) VALUE ','.                  00443715
          05 IDAL-AMOUNT           PIC X(40).                           00443715
      *       THE AMOUNT AS THE NETWORK SENT IT.                        00443715
          05 IDAL-SEPARATOR-8      PIC X(1) VALUE ','.                  00443715
          05 IDAL-LIST-TYPE        PIC X(8).                            00443715
          05 IDAL-SEPARATOR-9      PIC X(1) VALUE ','.                  00443715
          05 IDAL-LIST-KEY         PIC X(40).                           00443715
      *       WATCH ONLY: THE LIST ROW THAT FIRED, AS ON WHITFILE.      00443715
          05 IDAL-SEPARATOR-10     PIC X(1) VALUE ','.                  00443715
          05 IDAL-WINDOW-START     PIC X(19).                           00443715
          05 IDAL-SEPARATOR-11     PIC X(1) VALUE ','.                  00443715
          05 IDAL-TXN-CNTR         PIC ZZ9.                             00443715
          05 IDAL-SEPARATOR-12     PIC X(1) VALUE ','.                  00443715
          05 IDAL-MERCHANT-CNTR    PIC ZZ9.                             00443715
      *       VELOCITY ONLY: THE WINDOW AS ON VELFILE.                  00443715
