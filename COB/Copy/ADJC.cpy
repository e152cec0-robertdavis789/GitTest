      ******************************************************************
      *                                                                *
      *  ADJC                                                          *
      *  RECORD LAYOUT FOR THE PAY ADJUSTMENT TRANSACTION FILE         *
      *  (ADJTRAN) READ BY THE WBCI1220 OFF-CYCLE ADJUSTMENT RUN.      *
      *  ONE 80-CHARACTER CARD PER EMPLOYEE ADJUSTMENT:                *
      *                                                                *
      *  ADJ-REVERSE-DATE - A PRIOR COMPENSATION RUN DATE (CCYYMMDD)   *
      *      OF THE CURRENT YEAR WHOSE PAY IS TAKEN BACK IN FULL.      *
      *      BLANK MEANS NO REVERSAL.                                  *
      *  ADJ-AMOUNT       - A ONE-OFF CORRECTION OR BONUS GROSS AMOUNT *
      *      PAID IN THE PAY ELEMENT CODED (W WAGES - THE DEFAULT,     *
      *      O OVERTIME, D DOUBLE-TIME, C COMMISSION).  BLANK OR ZERO  *
      *      MEANS NO CORRECTION.                                      *
      *                                                                *
      *  EITHER OR BOTH MAY BE CODED - A REVERSAL AND A CORRECTED      *
      *  AMOUNT ON ONE CARD RE-PAYS A WRONG CYCLE.  THE REASON IS      *
      *  REQUIRED, AND LIKE AN ONLINE MASTER CHANGE THE CARD MUST      *
      *  CARRY THE USER ID THAT KEYED IT AND A DIFFERENT USER ID THAT  *
      *  APPROVED IT.                                                  *
      *                                                                *
      ******************************************************************
       01  PAY-ADJUSTMENT-TRAN.
           05  ADJ-EMP-NUMBER              PIC X(5).
           05  FILLER                      PIC X(1).
           05  ADJ-REVERSE-DATE            PIC X(8).
           05  ADJ-REVERSE-DATE-NUM REDEFINES ADJ-REVERSE-DATE
                                           PIC 9(8).
           05  FILLER                      PIC X(1).
           05  ADJ-AMOUNT                  PIC X(7).
           05  ADJ-AMOUNT-NUM REDEFINES ADJ-AMOUNT
                                           PIC 9(5)V99.
           05  FILLER                      PIC X(1).
           05  ADJ-PAY-ELEMENT             PIC X(1).
               88  ADJ-ELEMENT-WAGES       VALUE 'W' ' '.
               88  ADJ-ELEMENT-OVERTIME    VALUE 'O'.
               88  ADJ-ELEMENT-DOUBLE-TIME VALUE 'D'.
               88  ADJ-ELEMENT-COMMISSION  VALUE 'C'.
           05  FILLER                      PIC X(1).
           05  ADJ-REASON                  PIC X(30).
           05  FILLER                      PIC X(1).
           05  ADJ-KEYED-BY                PIC X(8).
           05  ADJ-APPROVED-BY             PIC X(8).
           05  FILLER                      PIC X(8).
