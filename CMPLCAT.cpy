      ******************************************************************00443715
      * CMPLCAT - THE COMPLAINT CATEGORIES CMPL-CATEGORY MAY HOLD,     *00443715
      *           WITH THE NAME EACH IS PRINTED UNDER. KEEP IN STEP    *00443715
      *           WITH THE 88-LEVELS IN CMPLREC. WORKING STORAGE FOR   *00443715
      *           MASTRNIQ AND MASTRNCW.                               *00443715
      ******************************************************************00443715
       01 WS-CCAT-NAMES-DATA.                                           00443715
          05 FILLER PIC X(22) VALUE 'UCUNRECOGNISED CHARGE'.            00443715
          05 FILLER PIC X(22) VALUE 'DCDUPLICATE CHARGE'.               00443715
          05 FILLER PIC X(22) VALUE 'WAWRONG AMOUNT'.                   00443715
          05 FILLER PIC X(22) VALUE 'RFREFUND NOT RECEIVED'.            00443715
          05 FILLER PIC X(22) VALUE 'FEFEE QUERY'.                      00443715
          05 FILLER PIC X(22) VALUE 'CDCARD PROBLEM'.                   00443715
          05 FILLER PIC X(22) VALUE 'SVSERVICE'.                        00443715
          05 FILLER PIC X(22) VALUE 'OTOTHER'.                          00443715
       01 WS-CCAT-NAMES REDEFINES WS-CCAT-NAMES-DATA.                   00443715
          05 WS-CCAT-ENTRY OCCURS 8 TIMES                               00443715
               INDEXED BY WS-CCAT-TABIDX.                               00443715
             10 WS-CCAT-CODE        PIC X(2).                           00443715
             10 WS-CCAT-NAME        PIC X(20).                          00443715
