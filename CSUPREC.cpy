      ******************************************************************00443715
      * CSUPREC - CONSENT SUPPRESSION RECORD APPENDED TO CSUPFILE BY   *00443715
      *           EACH JOB THAT HOLDS A ROW BACK FROM A MARKETING- OR  *00443715
      *           RETENTION-FACING EXTRACT FOR WANT OF CONSENT. THE    *00443715
      *           HELD ROW RIDES WHOLE IN CSUP-HELD-IMAGE SO IT CAN    *00443715
      *           BE RELEASED IF THE CONSENT TURNS OUT TO HAVE BEEN    *00443715
      *           GIVEN. MASTRNCS REPORTS THE NIGHT'S ROWS; RETIRING   *00443715
      *           OLD ONES IS MASTRANH'S CONCERN (DATE AT OFFSET 1).   *00443715
      ******************************************************************00443715
       01 CSUP-REC.                                                     00443715
          05 CSUP-RUN-DATE         PIC X(8).                            00443715
          05 CSUP-SEPARATOR-1      PIC X(1) VALUE ','.                  00443715
          05 CSUP-JOB-NAME         PIC X(8).                            00443715
          05 CSUP-SEPARATOR-2      PIC X(1) VALUE ','.                  00443715
          05 CSUP-EXTRACT          PIC X(10).                           00443715
          05 CSUP-SEPARATOR-3      PIC X(1) VALUE ','.                  00443715
          05 CSUP-CONT-ID          PIC 9(10).                           00443715
          05 CSUP-SEPARATOR-4      PIC X(1) VALUE ','.                  00443715
          05 CSUP-PURPOSE          PIC X(1).                            00443715
      *       'M' MARKETING OFFERS, 'R' RETENTION CONTACT.              00443715
          05 CSUP-SEPARATOR-5      PIC X(1) VALUE ','.                  00443715
          05 CSUP-REASON           PIC X(16).                           00443715
      *       NO CONSENT FILE, NO CONSENT REC, WITHDRAWN, NOT GIVEN --  00443715
      *       HHLDROLL ROWS CARRY THE FIRST UNCONSENTED MEMBER'S.       00443715
          05 CSUP-SEPARATOR-6      PIC X(1) VALUE ','.                  00443715
          05 CSUP-HELD-IMAGE       PIC X(200).                          00443715
