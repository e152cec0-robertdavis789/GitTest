      ******************************************************************
      *                                                                *
      *  STXC                                                          *
      *  RECORD LAYOUT FOR THE STATE TAX REFERENCE FILE (STTXFILE).    *
      *  ONE 80-CHARACTER RECORD PER STATE CARRYING THE TWO-LETTER     *
      *  STATE CODE (THE VALUE MAINTAINED IN THE EMPLOYEE'S ADDRESS    *
      *  STATE FIELD), THE STATE NAME, THE STATE INCOME TAX            *
      *  WITHHOLDING PERCENT, AND THE ANNUAL WITHHOLDING CAP FOR THE   *
      *  STATE.  WBCI1206 LOADS THE FILE AT RUN TIME, SO A RATE OR    *
      *  CAP CHANGE IS A RECORD ON THIS FILE, NOT A PROGRAM CHANGE.    *
      *                                                                *
      *  THE RATE IS A PERCENT (04.250 IS 4.25 PERCENT).  A STATE      *
      *  WITH NO INCOME TAX IS CODED WITH A ZERO RATE - IT MUST STILL  *
      *  BE ON FILE, OR ITS EMPLOYEES ARE REPORTED AS HAVING NO STATE  *
      *  TAX ENTRY.  A BLANK OR ZERO ANNUAL CAP MEANS THE STATE HAS    *
      *  NO CAP.                                                       *
      *                                                                *
      ******************************************************************
       01  STATE-TAX-REF-REC.
           05  STX-REF-STATE               PIC X(2).
           05  STX-REF-NAME                PIC X(15).
           05  STX-REF-RATE                PIC X(5).
           05  STX-REF-RATE-NUM REDEFINES STX-REF-RATE
                                           PIC 99V999.
           05  STX-REF-ANNUAL-CAP          PIC X(9).
           05  STX-REF-ANNUAL-CAP-NUM REDEFINES STX-REF-ANNUAL-CAP
                                           PIC 9(7)V99.
           05  FILLER                      PIC X(49).
