      *                                                                *
      *  PAYC                                                          *
      *  RECORD LAYOUT FOR THE EMPLOYEE PAY HISTORY FILE (PAYHIST),    *
      *  A CUMULATIVE KSDS KEYED ON EMPLOYEE NUMBER, RUN DATE AND      *
      *  ENTRY SEQUENCE.                                               *
      *  WBCI1206 WRITES ONE 200-CHARACTER RECORD PER EMPLOYEE PER     *
      *  COMPENSATION CYCLE CARRYING THE SAME FIGURES THE EXTRACT      *
      *  AND THE EMPLOYEE COMPENSATION REPORT CARRY - WAGES,           *
      *  OVERTIME, DOUBLE-TIME, COMMISSION, TOTAL, WITHHELD AND NET.   *
      *  HISTORY RECORDS EQUALS THEIR RVIIEMP.YTDSAL.  YEAR-END        *
      *  STATUTORY REPORTING COMES OFF THIS FILE.                      *
      *                                                                *
      *  PAY-STATE-WITHHOLD IS THE STATE INCOME TAX WITHHELD FOR THE   *
      *  WORK STATE IN PAY-STATE, CARRIED APART FROM THE NATIONAL      *
      *  WITHHOLDING.                                                  *
      *                                                                *
      *  PAY-DEDUCT-TOTAL IS THE VOLUNTARY DEDUCTIONS AND GARNISHMENTS *
      *  TAKEN FROM THE DEDUCTION MASTER THIS CYCLE, ITEMIZED BY       *
      *  DEDUCTION CODE IN THE ORDER THEY WERE TAKEN (UP TO 10 - THE   *
      *  MOST THE COMPENSATION RUN TAKES FOR ONE EMPLOYEE).  PAY-NET   *
      *  IS THE TOTAL LESS BOTH WITHHOLDINGS AND THE DEDUCTIONS.       *
      *                                                                *
      *  THE COMPENSATION CYCLE'S OWN RECORD IS ENTRY SEQUENCE 00 WITH *
      *  A BLANK ENTRY TYPE.  THE WBCI1220 ADJUSTMENT RUN ADDS ITS     *
      *  RECORDS UNDER ITS OWN RUN DATE AS SEQUENCE 01 UP: A REVERSAL  *
      *  ('V') REPEATS EVERY FIGURE OF THE CYCLE RECORD IT TAKES BACK  *
      *  - WHOSE RUN DATE IT CARRIES IN PAY-ADJ-REF-DATE, AND WHICH IS *
      *  THEN MARKED PAY-REVERSED - AND A CORRECTION OR BONUS ('A')    *
      *  CARRIES THE ONE-OFF AMOUNT AND ITS WITHHOLDING.  AMOUNTS ARE  *
      *  UNSIGNED; A REVERSAL'S FIGURES ARE SUBTRACTED, NOT ADDED.     *
      *                                                                *
      ******************************************************************
       01  PAY-HISTORY-RECORD.
           05  PAY-HIST-KEY.
                   15  PAY-RUN-CCYY        PIC 9(4).
                   15  PAY-RUN-MM          PIC 9(2).
                   15  PAY-RUN-DD          PIC 9(2).
               10  PAY-ENTRY-SEQ           PIC 9(2).
           05  PAY-REGION                  PIC X(5).
           05  PAY-EMP-TYPE                PIC X(1).
           05  PAY-WAGES                   PIC 9(5)V99.
           05  PAY-TOTAL                   PIC 9(5)V99.
           05  PAY-WITHHOLD                PIC 9(5)V99.
           05  PAY-NET                     PIC 9(5)V99.
           05  PAY-STATE                   PIC X(2).
           05  PAY-STATE-WITHHOLD          PIC 9(5)V99.
           05  PAY-DEDUCT-TOTAL            PIC 9(5)V99.
           05  PAY-DEDUCT-COUNT            PIC 9(2).
           05  PAY-DEDUCT-ITEM             OCCURS 10 TIMES.
               10  PAY-DEDUCT-CODE         PIC X(3).
               10  PAY-DEDUCT-AMOUNT       PIC 9(5)V99.
           05  PAY-ENTRY-TYPE              PIC X(1).
               88  PAY-CYCLE-ENTRY         VALUE SPACE.
               88  PAY-REVERSAL-ENTRY      VALUE 'V'.
               88  PAY-ADJUSTMENT-ENTRY    VALUE 'A'.
           05  PAY-ADJ-REF-DATE            PIC X(8).
           05  PAY-REVERSED-SW             PIC X(1).
               88  PAY-REVERSED            VALUE 'Y'.
           05  FILLER                      PIC X(2).
