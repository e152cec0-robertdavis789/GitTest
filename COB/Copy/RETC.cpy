      ******************************************************************
      *                                                                *
      *  RETC                                                          *
      *  RECORD LAYOUT FOR THE HISTORY RETENTION CARD (RETCTL) READ    *
      *  BY THE WBCI1295 ARCHIVE RUN.  ONE 80-CHARACTER CARD CARRIES   *
      *  THE RETENTION PERIOD IN MONTHS FOR EACH CUMULATIVE HISTORY    *
      *  FILE - THE MAINTENANCE JOURNAL, THE TERMINATED-EMPLOYEE       *
      *  HISTORY AND THE PAY HISTORY KSDS.  RECORDS DATED BEFORE THE   *
      *  RUN DATE LESS THAT MANY MONTHS ARE MOVED TO THE FILE'S        *
      *  ARCHIVE GENERATION; THE REST STAY ON THE LIVE FILE.  A FIELD  *
      *  LEFT BLANK OR ZERO MEANS THAT FILE IS NOT ARCHIVED THIS RUN.  *
      *  A RETENTION CHANGE IS A NEW CARD, NOT A PROGRAM CHANGE.       *
      *                                                                *
      ******************************************************************
       01  RETENTION-CONTROL-CARD.
           05  RET-JOURNAL-MONTHS          PIC X(3).
           05  RET-JOURNAL-MONTHS-NUM REDEFINES RET-JOURNAL-MONTHS
                                           PIC 9(3).
           05  FILLER                      PIC X(1).
           05  RET-TERMHIST-MONTHS         PIC X(3).
           05  RET-TERMHIST-MONTHS-NUM REDEFINES RET-TERMHIST-MONTHS
                                           PIC 9(3).
           05  FILLER                      PIC X(1).
           05  RET-PAYHIST-MONTHS          PIC X(3).
           05  RET-PAYHIST-MONTHS-NUM REDEFINES RET-PAYHIST-MONTHS
                                           PIC 9(3).
           05  FILLER                      PIC X(69).
