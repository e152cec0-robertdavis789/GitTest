      *  STATUS AND THE WITHHOLDING REGISTER WERE BUILT FROM INSTEAD   *
      *  OF RE-DERIVING IT.                                            *
      *                                                                *
      *  THE STATE INCOME TAX WITHHELD FOR THE EMPLOYEE'S WORK STATE   *
      *  IS CARRIED SEPARATELY FROM THE NATIONAL WITHHOLDING, WITH     *
      *  THE STATE IT WAS WITHHELD FOR.                                *
      *                                                                *
      *  EXT-DEDUCT-TOTAL IS THE VOLUNTARY DEDUCTIONS AND GARNISHMENTS *
      *  TAKEN FROM THE DEDUCTION MASTER.  EXT-NET IS GROSS LESS BOTH  *
      *  WITHHOLDINGS AND THE DEDUCTIONS.  EACH DEDUCTION PROCESSED    *
      *  FOR THE PERSON FOLLOWS THEIR E OR R RECORD AS A TYPE 'D'      *
      *  RECORD (DED-EXTRACT-RECORD VIEW) CARRYING THE CODE, THE       *
      *  AMOUNT TAKEN, THE ARREARS CARRIED AND THE BALANCE TAKEN TO    *
      *  DATE.  THE D RECORDS FOR ONE PERSON ADD UP TO THEIR           *
      *  EXT-DEDUCT-TOTAL.  THE RUN DATE SITS IN THE SAME POSITION ON  *
      *  EVERY RECORD TYPE.                                            *
      *                                                                *
      *  THE WBCI1220 ADJUSTMENT RUN WRITES ITS OWN EXTRACT (ADJEXTR)  *
      *  IN THIS LAYOUT, ONE TYPE 'A' RECORD (ADJ-EXTRACT-RECORD VIEW) *
      *  PER REVERSAL OR CORRECTION.  EXA-ADJ-KIND GIVES THE SIDE: THE *
      *  UNSIGNED AMOUNTS OF A REVERSAL ('V') ARE TAKEN BACK FROM THE  *
      *  EMPLOYEE, THOSE OF A CORRECTION OR BONUS ('C') ARE PAID.  A   *
      *  REVERSAL CARRIES THE RUN DATE IT REVERSES.                    *
      *                                                                *
      ******************************************************************
       01  COMP-EXTRACT-RECORD.
           05  EXT-RECORD-TYPE             PIC X.
               88  EXT-EMPLOYEE-REC        VALUE 'E'.
               88  EXT-REGION-REC          VALUE 'R'.
               88  EXT-DEDUCTION-REC       VALUE 'D'.
               88  EXT-ADJUSTMENT-REC      VALUE 'A'.
           05  EXT-EMP-NUMBER              PIC X(5).
           05  EXT-REGION                  PIC X(5).
           05  EXT-EMP-TYPE                PIC X.
               10  EXT-RUN-DD              PIC 9(2).
           05  EXT-WITHHOLD                PIC 9(5)V99.
           05  EXT-NET                     PIC 9(5)V99.
           05  EXT-STATE                   PIC X(2).
           05  EXT-STATE-WITHHOLD          PIC 9(5)V99.
           05  EXT-DEDUCT-TOTAL            PIC 9(5)V99.
           05  FILLER                      PIC X(3).
       01  DED-EXTRACT-RECORD REDEFINES COMP-EXTRACT-RECORD.
           05  EXD-RECORD-TYPE             PIC X.
           05  EXD-EMP-NUMBER              PIC X(5).
           05  EXD-REGION                  PIC X(5).
           05  EXD-EMP-TYPE                PIC X.
           05  EXD-DED-CODE                PIC X(3).
           05  EXD-DED-TYPE                PIC X.
           05  EXD-DED-DESCRIPTION         PIC X(15).
           05  EXD-DED-AMOUNT              PIC 9(5)V99.
           05  EXD-DED-ARREARS             PIC 9(5)V99.
           05  EXD-DED-BALANCE             PIC 9(7)V99.
           05  FILLER                      PIC X(5).
           05  EXD-RUN-DATE                PIC X(8).
           05  FILLER                      PIC X(33).
       01  ADJ-EXTRACT-RECORD REDEFINES COMP-EXTRACT-RECORD.
           05  EXA-RECORD-TYPE             PIC X.
           05  EXA-EMP-NUMBER              PIC X(5).
           05  EXA-REGION                  PIC X(5).
           05  EXA-EMP-TYPE                PIC X.
           05  EXA-WAGES                   PIC 9(5)V99.
           05  EXA-OT                      PIC 9(5)V99.
           05  EXA-DT                      PIC 9(5)V99.
           05  EXA-COMM                    PIC 9(5)V99.
           05  EXA-ADJ-KIND                PIC X.
               88  EXA-REVERSAL            VALUE 'V'.
               88  EXA-CORRECTION          VALUE 'C'.
           05  EXA-ADJ-SEQ                 PIC 9(2).
           05  FILLER                      PIC X(1).
           05  EXA-TOTAL                   PIC 9(5)V99.
           05  EXA-REVERSED-DATE           PIC X(8).
           05  EXA-RUN-DATE                PIC X(8).
           05  EXA-WITHHOLD                PIC 9(5)V99.
           05  EXA-NET                     PIC 9(5)V99.
           05  EXA-STATE                   PIC X(2).
           05  EXA-STATE-WITHHOLD          PIC 9(5)V99.
           05  EXA-DEDUCT-TOTAL            PIC 9(5)V99.
           05  FILLER                      PIC X(3).
