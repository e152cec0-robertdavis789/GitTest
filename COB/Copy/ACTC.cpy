      ******************************************************************
      *                                                                *
      *  ACTC                                                          *
      *  RECORD LAYOUT FOR THE ADJUSTMENT RUN-CONTROL FILE (ADJCTL)    *
      *  WRITTEN AT THE END OF EVERY WBCI1220 OFF-CYCLE ADJUSTMENT     *
      *  RUN.  IT IS KEPT APART FROM THE COMPENSATION CYCLE'S CTLC     *
      *  RUN-CONTROL SERIES SO THE CYCLE'S DOUBLE-RUN GUARD AND ITS    *
      *  RUN-OVER-RUN COMPARE NEVER SEE AN ADJUSTMENT RUN.  THE        *
      *  150-CHARACTER RECORD CARRIES THE TRANSACTION COUNTS, THE      *
      *  FIGURES REVERSED AND THE FIGURES PAID BY CORRECTION, THE NET  *
      *  CHANGE POSTED TO RVIIEMP.YTDSAL AND THE PAY HISTORY AND       *
      *  EXTRACT RECORDS WRITTEN.  ACT-BALANCED-FLAG IS 'Y' WHEN THE   *
      *  EXTRACT, THE PAY HISTORY AND THE YTDSAL POSTING ALL AGREE.    *
      *                                                                *
      ******************************************************************
       01  ADJ-CONTROL-RECORD.
           05  ACT-RUN-DATE.
               10  ACT-RUN-CCYY            PIC 9(4).
               10  ACT-RUN-MM              PIC 9(2).
               10  ACT-RUN-DD              PIC 9(2).
           05  ACT-TRANS-READ              PIC 9(5).
           05  ACT-TRANS-APPLIED           PIC 9(5).
           05  ACT-TRANS-REJECTED          PIC 9(5).
           05  ACT-REVERSAL-COUNT          PIC 9(5).
           05  ACT-CORRECTION-COUNT        PIC 9(5).
           05  ACT-REVERSED-GROSS          PIC 9(7)V99.
           05  ACT-REVERSED-WITHHOLD       PIC 9(7)V99.
           05  ACT-REVERSED-STATE-WH       PIC 9(7)V99.
           05  ACT-REVERSED-DEDUCT         PIC 9(7)V99.
           05  ACT-REVERSED-NET            PIC 9(7)V99.
           05  ACT-CORRECTED-GROSS         PIC 9(7)V99.
           05  ACT-CORRECTED-WITHHOLD      PIC 9(7)V99.
           05  ACT-CORRECTED-STATE-WH      PIC 9(7)V99.
           05  ACT-CORRECTED-NET           PIC 9(7)V99.
           05  ACT-YTD-NET-CHANGE          PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           05  ACT-PAYHIST-WRITTEN         PIC 9(5).
           05  ACT-EXTRACT-WRITTEN         PIC 9(5).
           05  ACT-BALANCED-FLAG           PIC X(1).
               88  ACT-BALANCED            VALUE 'Y'.
           05  FILLER                      PIC X(15).
