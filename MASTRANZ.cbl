          05 CIN-ORIG-TXN-REF      PIC X(40).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 CIN-CONT-ID           PIC 9(10).                           00443715
          05 FILLER                PIC X(117).                          00443715
                                                                        00443715
       FD CASEOUT.                                                      00443715
       01 CASEOUT-REC             PIC X(168).                           00443715
                                                                        00443715
       FD RECHIN.                                                       00443715
       01 RECHIN-REC.                                                   00443715
