      ******************************************************************
      *                                                                *
      *  DEDC                                                          *
      *  RECORD LAYOUT FOR THE DEDUCTION MASTER FILE (DEDMAST), A      *
      *  KSDS KEYED ON EMPLOYEE NUMBER PLUS DEDUCTION CODE.  ONE       *
      *  120-CHARACTER RECORD PER VOLUNTARY DEDUCTION (BENEFITS,       *
      *  UNION DUES, LOAN REPAYMENT) OR COURT-ORDERED GARNISHMENT.     *
      *  WBCI1206 TAKES EACH ACTIVE DEDUCTION FROM NET PAY EVERY       *
      *  CYCLE - GARNISHMENTS FIRST, THEN BY PRIORITY - AND REWRITES   *
      *  THE RECORD WITH THE NEW BALANCE AND ARREARS.                  *
      *                                                                *
      *  DED-METHOD 'A' TAKES DED-AMOUNT EACH PERIOD; 'P' TAKES        *
      *  DED-PERCENT (04.250 IS 4.25 PERCENT) OF THE NET PAY LEFT      *
      *  AFTER NATIONAL AND STATE WITHHOLDING.  THE START AND STOP     *
      *  DATES ARE CCYYMMDD; BLANK OR ZERO MEANS OPEN-ENDED.           *
      *                                                                *
      *  DED-BALANCE IS THE AMOUNT TAKEN TO DATE.  WHEN A GOAL IS      *
      *  CODED (A LOAN OR A GARNISHMENT JUDGMENT) NO PERIOD TAKES      *
      *  MORE THAN THE GOAL LEFT, AND THE RECORD GOES TO STATUS 'S'    *
      *  (SATISFIED) AND STOPS ONCE THE BALANCE REACHES THE GOAL.  A   *
      *  ZERO GOAL MEANS NO LIMIT.  DED-ARREARS IS WHAT COULD NOT BE   *
      *  TAKEN BECAUSE NET PAY RAN OUT; IT IS ADDED TO THE NEXT        *
      *  PERIOD'S AMOUNT.                                              *
      *                                                                *
      *  THE LAST-TAKEN FIELDS AND THE PRIOR ARREARS AND STATUS ARE    *
      *  SET BY WBCI1206 SO A FORCED RERUN OF THE SAME CYCLE CAN BACK  *
      *  OUT THE EARLIER RUN'S DEDUCTION BEFORE TAKING IT AGAIN.       *
      *                                                                *
      ******************************************************************
       01  DEDUCTION-MASTER-RECORD.
           05  DED-KEY.
               10  DED-EMP-NUMBER          PIC X(5).
               10  DED-CODE                PIC X(3).
           05  DED-DESCRIPTION             PIC X(15).
           05  DED-TYPE                    PIC X(1).
               88  DED-GARNISHMENT         VALUE 'G'.
               88  DED-VOLUNTARY           VALUE 'V'.
           05  DED-PRIORITY                PIC 9(2).
           05  DED-METHOD                  PIC X(1).
               88  DED-FLAT-AMOUNT         VALUE 'A'.
               88  DED-PERCENT-OF-NET      VALUE 'P'.
           05  DED-AMOUNT                  PIC 9(5)V99.
           05  DED-PERCENT                 PIC 99V999.
           05  DED-START-DATE              PIC X(8).
           05  DED-STOP-DATE               PIC X(8).
           05  DED-GOAL-AMOUNT             PIC 9(7)V99.
           05  DED-BALANCE                 PIC 9(7)V99.
           05  DED-ARREARS                 PIC 9(5)V99.
           05  DED-STATUS                  PIC X(1).
               88  DED-ACTIVE              VALUE 'A'.
               88  DED-SATISFIED           VALUE 'S'.
               88  DED-STOPPED             VALUE 'X'.
           05  DED-LAST-TAKEN-DATE         PIC X(8).
           05  DED-LAST-TAKEN-AMOUNT       PIC 9(5)V99.
           05  DED-PRIOR-ARREARS           PIC 9(5)V99.
           05  DED-PRIOR-STATUS            PIC X(1).
           05  FILLER                      PIC X(16).
