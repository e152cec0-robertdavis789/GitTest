      ******************************************************************
      *                                                                *
      *  TIMC                                                          *
      *  RECORD LAYOUT FOR THE DAILY TIME-ENTRY FILE (TIMEINP).  EACH  *
      *  60-CHARACTER RECORD CARRIES THE HOURS ONE HOURLY EMPLOYEE     *
      *  WORKED ON ONE WORK DATE.  AN EMPLOYEE MAY APPEAR ON ANY       *
      *  NUMBER OF RECORDS; WBCI1206 ACCUMULATES THE ENTRIES DATED     *
      *  INSIDE THE PAY-PERIOD WINDOW BY EMPLOYEE NUMBER AND PAYS THE  *
      *  REGULAR, OVERTIME AND DOUBLE-TIME SPLIT ON THE ACCUMULATED    *
      *  HOURS FOR THE PAY PERIOD.                                     *
      *                                                                *
      ******************************************************************
       01  TIME-ENTRY.
           05  TIM-EMP-NUMBER              PIC X(5).
           05  TIM-WORK-DATE.
               10  TIM-WORK-CCYY           PIC 9(4).
               10  TIM-WORK-MM             PIC 9(2).
               10  TIM-WORK-DD             PIC 9(2).
           05  TIM-HOURS                   PIC 9(2)V99.
           05  FILLER                      PIC X(43).
