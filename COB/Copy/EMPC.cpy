      *  AND SETS THE FLAG TO PAID; ONLY A PAID RECORD MAY BE HARD     *
      *  DELETED BY A DEL TRANSACTION.                                 *
      *                                                                *
      *  THE BANK FIELDS CARRY THE EMPLOYEE'S DIRECT DEPOSIT ACCOUNT,  *
      *  MAINTAINED BY A BNK TRANSACTION.  A NEW OR CHANGED ACCOUNT    *
      *  GOES TO STATUS 'P' (PRENOTE); THE WBCI1280 DEPOSIT STEP       *
      *  SENDS A ZERO-DOLLAR PRENOTE, STAMPS EMP-PRENOTE-DATE AND PAYS *
      *  THAT CYCLE BY PAPER CHECK, THEN MAKES THE ACCOUNT 'A'         *
      *  (ACTIVE) ON THE NEXT CYCLE.  BLANK OR 'X' (STOPPED) IS PAID   *
      *  BY PAPER CHECK.                                               *
      *                                                                *
      ******************************************************************
       01  EMPLOYEE-MASTER-FILE.
           05  EMP-NUMBER                 PIC X(5).
               10  EMP-TERM-CCYY           PIC 9(4).
               10  EMP-TERM-MM             PIC 9(2).
               10  EMP-TERM-DD             PIC 9(2).
           05  EMP-BANK-ROUTING            PIC X(9).
           05  EMP-BANK-ACCOUNT            PIC X(17).
           05  EMP-BANK-ACCT-TYPE          PIC X(1).
               88  EMP-BANK-CHECKING       VALUE 'C'.
               88  EMP-BANK-SAVINGS        VALUE 'S'.
           05  EMP-DEPOSIT-STATUS          PIC X(1).
               88  EMP-DEPOSIT-NONE        VALUE ' '.
               88  EMP-DEPOSIT-PRENOTE     VALUE 'P'.
               88  EMP-DEPOSIT-ACTIVE      VALUE 'A'.
               88  EMP-DEPOSIT-STOPPED     VALUE 'X'.
           05  EMP-PRENOTE-DATE            PIC X(8).
           05  FILLER                      PIC X(73).
