      *                                                                *
      *  CTLC                                                          *
      *  RECORD LAYOUT FOR THE RUN-CONTROL FILE (CTLFILE) WRITTEN AT   *
      *  THE END OF EVERY WBCI1206 CYCLE.  THE 250-CHARACTER RECORD    *
      *  CARRIES THE CYCLE'S BALANCING TOTALS - RECORDS READ, RECORDS  *
      *  WRITTEN, SUSPENSE/EXCEPTION/RECONCILIATION COUNTS AND THE     *
      *  COMPENSATION GRAND TOTALS - STAMPED WITH THE RUN DATE, THE    *
      ******************************************************************
           05  CTL-COMP-RUN-FLAG           PIC X(1).
           05  CTL-RERUN-FLAG              PIC X(1).
      ******************************************************************
      *  TIME-ENTRY TOTALS FOR THE CYCLE - ENTRIES READ FROM TIMEINP,  *
      *  ENTRIES CARRIED FORWARD PAST THE PAY-PERIOD END, ENTRIES      *
      *  LISTED ON THE TIME EXCEPTION FILE, AND THE HOURS PAID TO      *
      *  HOURLY EMPLOYEES SPLIT INTO REGULAR, OVERTIME AND             *
      *  DOUBLE-TIME.                                                  *
      ******************************************************************
           05  CTL-TIME-ENTRIES-READ       PIC 9(5).
           05  CTL-TIME-CARRIED-COUNT      PIC 9(5).
           05  CTL-TIME-XCPT-COUNT         PIC 9(5).
           05  CTL-HOURS-REGULAR           PIC 9(5)V99.
           05  CTL-HOURS-OVERTIME          PIC 9(5)V99.
           05  CTL-HOURS-DOUBLE-TIME       PIC 9(5)V99.
      ******************************************************************
      *  STATE INCOME TAX WITHHELD FOR THE CYCLE (EMPLOYEES AND, AT    *
      *  END-OF-MONTH, MANAGERS) AND THE NUMBER OF PEOPLE PAID WHOSE   *
      *  WORK STATE HAD NO ENTRY ON THE STATE TAX REFERENCE FILE.      *
      ******************************************************************
           05  CTL-STATE-WITHHOLD-TOTAL    PIC 9(7)V99.
           05  CTL-STATE-MISSING-COUNT     PIC 9(5).
      ******************************************************************
      *  VOLUNTARY DEDUCTIONS AND GARNISHMENTS TAKEN FOR THE CYCLE     *
      *  (AS PRINTED ON THE WITHHOLDING REGISTER) AND THE ARREARS      *
      *  LEFT ON THE DEDUCTIONS PROCESSED, AS PRINTED ON THE           *
      *  DEDUCTION REGISTER.                                           *
      ******************************************************************
           05  CTL-DEDUCT-TOTAL            PIC 9(7)V99.
           05  CTL-DEDUCT-ARREARS          PIC 9(7)V99.
      ******************************************************************
      *  NET PAY FOR THE CYCLE AND THE NUMBER OF PEOPLE IT WAS PAID    *
      *  TO, AS PRINTED ON THE WITHHOLDING REGISTER - THE SAME E AND   *
      *  R RECORDS THE EXTRACT CARRIES.  THE WBCI1280 DEPOSIT STEP     *
      *  BALANCES ITS ACH CREDITS PLUS PAPER CHECKS TO THESE.          *
      ******************************************************************
           05  CTL-NET-PAY-TOTAL           PIC 9(7)V99.
           05  CTL-NET-PAY-COUNT           PIC 9(5).
      ******************************************************************
      *  COMPENSATION INCLUDED IN CTL-GRAND-TOTAL-EMP FOR EMPLOYEES    *
      *  WHO WERE NOT PAID - WRITTEN TO SUSPENSE FOR AN INVALID        *
      *  REGION OR LEFT OUT OF A FULL HOLD TABLE - AND SO ARE NOT ON   *
      *  THE EXTRACT.  THE WBCI1290 GENERAL LEDGER STEP TIES ITS       *
      *  EMPLOYEE EXPENSE TO CTL-GRAND-TOTAL-EMP LESS THIS AMOUNT.     *
      ******************************************************************
           05  CTL-UNPAID-EMP-TOTAL        PIC 9(7)V99.
           05  FILLER                      PIC X(19).
