      ******************************************************************
      *                                                                *
      *  GLJC                                                          *
      *  RECORD LAYOUTS FOR THE GENERAL LEDGER JOURNAL FILE (GLJRNL)   *
      *  WRITTEN BY WBCI1290 FOR EACH COMPENSATION CYCLE.  THE FILE    *
      *  IS ONE HEADER ('H'), ONE DETAIL ('D') PER SUMMARIZED JOURNAL  *
      *  LINE - A REGION AND EARNINGS TYPE WITH ITS MAPPED ACCOUNT,    *
      *  DEBIT OR CREDIT AND AMOUNT - AND ONE TRAILER ('T') CARRYING   *
      *  THE LINE COUNT, THE DEBIT AND CREDIT TOTALS AND THE RELEASE   *
      *  FLAG.  EVERY RECORD CARRIES THE SOURCE AND THE JOURNAL DATE   *
      *  (THE CYCLE'S RUN DATE).                                       *
      *                                                                *
      *  THE GENERAL LEDGER LOAD TAKES THE FILE ONLY WHEN THE TRAILER  *
      *  RELEASE FLAG IS 'Y' - THE DEBITS EQUAL THE CREDITS, THE       *
      *  EXPENSE TIES TO THE RUN-CONTROL RECORD AND EVERY LINE HAD AN  *
      *  ACCOUNT MAPPING.  AMOUNTS ARE UNSIGNED; GLJ-DR-CR GIVES THE   *
      *  SIDE.                                                         *
      *                                                                *
      ******************************************************************
       01  GL-JOURNAL-DETAIL-REC.
           05  GLJ-RECORD-TYPE             PIC X(1).
               88  GLJ-HEADER-REC          VALUE 'H'.
               88  GLJ-DETAIL-REC          VALUE 'D'.
               88  GLJ-TRAILER-REC         VALUE 'T'.
           05  GLJ-SOURCE                  PIC X(4).
           05  GLJ-JOURNAL-DATE            PIC X(8).
           05  GLJ-LINE-NUMBER             PIC 9(5).
           05  GLJ-ACCOUNT                 PIC X(12).
           05  GLJ-REGION                  PIC X(5).
           05  GLJ-EARN-TYPE               PIC X(4).
           05  GLJ-DR-CR                   PIC X(1).
               88  GLJ-DEBIT               VALUE 'D'.
               88  GLJ-CREDIT              VALUE 'C'.
           05  GLJ-AMOUNT                  PIC 9(9)V99.
           05  GLJ-DESCRIPTION             PIC X(25).
           05  FILLER                      PIC X(24).
       01  GL-JOURNAL-HEADER-REC REDEFINES GL-JOURNAL-DETAIL-REC.
           05  GLJ-HDR-RECORD-TYPE         PIC X(1).
           05  GLJ-HDR-SOURCE              PIC X(4).
           05  GLJ-HDR-JOURNAL-DATE        PIC X(8).
           05  GLJ-HDR-PERIOD-START        PIC X(8).
           05  GLJ-HDR-PERIOD-END          PIC X(8).
           05  GLJ-HDR-DESCRIPTION         PIC X(30).
           05  FILLER                      PIC X(41).
       01  GL-JOURNAL-TRAILER-REC REDEFINES GL-JOURNAL-DETAIL-REC.
           05  GLJ-TRL-RECORD-TYPE         PIC X(1).
           05  GLJ-TRL-SOURCE              PIC X(4).
           05  GLJ-TRL-JOURNAL-DATE        PIC X(8).
           05  GLJ-TRL-LINE-COUNT          PIC 9(5).
           05  GLJ-TRL-DEBIT-TOTAL         PIC 9(9)V99.
           05  GLJ-TRL-CREDIT-TOTAL        PIC 9(9)V99.
           05  GLJ-TRL-RELEASE-FLAG        PIC X(1).
               88  GLJ-TRL-RELEASE         VALUE 'Y'.
               88  GLJ-TRL-HOLD            VALUE 'N'.
           05  FILLER                      PIC X(59).
