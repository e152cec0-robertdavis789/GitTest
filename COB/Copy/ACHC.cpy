      ******************************************************************
      *                                                                *
      *  ACHC                                                          *
      *  RECORD LAYOUTS FOR THE DIRECT DEPOSIT FILE (ACHFILE) WRITTEN  *
      *  BY WBCI1280 IN THE STANDARD 94-CHARACTER ACH FORMAT.  THE     *
      *  FILE IS ONE FILE HEADER ('1'), ONE PPD CREDIT BATCH - A       *
      *  BATCH HEADER ('5'), ONE ENTRY DETAIL ('6') PER DEPOSIT OR     *
      *  PRENOTE AND A BATCH CONTROL ('8') - AND A FILE CONTROL        *
      *  ('9'), PADDED WITH ALL-NINES RECORDS TO A WHOLE BLOCK OF 10.  *
      *  A RUN WITH NOTHING TO DEPOSIT WRITES NO BATCH.                *
      *                                                                *
      *  TRANSACTION CODES ARE 22 (CHECKING CREDIT), 32 (SAVINGS       *
      *  CREDIT), AND 23 / 33 FOR THE ZERO-DOLLAR PRENOTE THAT PROVES  *
      *  A NEW OR CHANGED ACCOUNT BEFORE PAY IS DEPOSITED TO IT.       *
      *  THE ENTRY HASH IS THE SUM OF THE 8-DIGIT RECEIVING BANK       *
      *  NUMBERS, KEEPING THE LOW-ORDER 10 DIGITS.  AMOUNTS ARE IN     *
      *  CENTS WITH NO DECIMAL POINT.  DATES ARE YYMMDD.               *
      *                                                                *
      ******************************************************************
       01  ACH-FILE-HEADER-REC.
           05  ACH-FH-RECORD-TYPE          PIC X(1).
           05  ACH-FH-PRIORITY             PIC X(2).
           05  ACH-FH-IMMED-DEST           PIC X(10).
           05  ACH-FH-IMMED-ORIGIN         PIC X(10).
           05  ACH-FH-CREATE-DATE          PIC X(6).
           05  ACH-FH-CREATE-TIME          PIC X(4).
           05  ACH-FH-FILE-ID-MOD          PIC X(1).
           05  ACH-FH-RECORD-SIZE          PIC X(3).
           05  ACH-FH-BLOCKING             PIC X(2).
           05  ACH-FH-FORMAT-CODE          PIC X(1).
           05  ACH-FH-DEST-NAME            PIC X(23).
           05  ACH-FH-ORIGIN-NAME          PIC X(23).
           05  ACH-FH-REFERENCE            PIC X(8).
       01  ACH-BATCH-HEADER-REC REDEFINES ACH-FILE-HEADER-REC.
           05  ACH-BH-RECORD-TYPE          PIC X(1).
           05  ACH-BH-SERVICE-CLASS        PIC X(3).
           05  ACH-BH-COMPANY-NAME         PIC X(16).
           05  ACH-BH-DISCRETIONARY        PIC X(20).
           05  ACH-BH-COMPANY-ID           PIC X(10).
           05  ACH-BH-SEC-CODE             PIC X(3).
           05  ACH-BH-ENTRY-DESC           PIC X(10).
           05  ACH-BH-DESC-DATE            PIC X(6).
           05  ACH-BH-EFFECTIVE-DATE       PIC X(6).
           05  ACH-BH-SETTLEMENT-DATE      PIC X(3).
           05  ACH-BH-ORIGINATOR-STATUS    PIC X(1).
           05  ACH-BH-ODFI-ID              PIC X(8).
           05  ACH-BH-BATCH-NUMBER         PIC 9(7).
       01  ACH-ENTRY-DETAIL-REC REDEFINES ACH-FILE-HEADER-REC.
           05  ACH-EN-RECORD-TYPE          PIC X(1).
           05  ACH-EN-TRAN-CODE            PIC X(2).
               88  ACH-EN-CHECKING-CREDIT  VALUE '22'.
               88  ACH-EN-CHECKING-PRENOTE VALUE '23'.
               88  ACH-EN-SAVINGS-CREDIT   VALUE '32'.
               88  ACH-EN-SAVINGS-PRENOTE  VALUE '33'.
           05  ACH-EN-RDFI-ID              PIC X(8).
           05  ACH-EN-RDFI-ID-NUM REDEFINES ACH-EN-RDFI-ID
                                           PIC 9(8).
           05  ACH-EN-CHECK-DIGIT          PIC X(1).
           05  ACH-EN-ACCOUNT              PIC X(17).
           05  ACH-EN-AMOUNT               PIC 9(8)V99.
           05  ACH-EN-INDIVIDUAL-ID        PIC X(15).
           05  ACH-EN-INDIVIDUAL-NAME      PIC X(22).
           05  ACH-EN-DISCRETIONARY        PIC X(2).
           05  ACH-EN-ADDENDA-IND          PIC X(1).
           05  ACH-EN-TRACE-NUMBER.
               10  ACH-EN-TRACE-ODFI       PIC X(8).
               10  ACH-EN-TRACE-SEQ        PIC 9(7).
       01  ACH-BATCH-CONTROL-REC REDEFINES ACH-FILE-HEADER-REC.
           05  ACH-BC-RECORD-TYPE          PIC X(1).
           05  ACH-BC-SERVICE-CLASS        PIC X(3).
           05  ACH-BC-ENTRY-COUNT          PIC 9(6).
           05  ACH-BC-ENTRY-HASH           PIC 9(10).
           05  ACH-BC-TOTAL-DEBIT          PIC 9(10)V99.
           05  ACH-BC-TOTAL-CREDIT         PIC 9(10)V99.
           05  ACH-BC-COMPANY-ID           PIC X(10).
           05  ACH-BC-AUTH-CODE            PIC X(19).
           05  ACH-BC-RESERVED             PIC X(6).
           05  ACH-BC-ODFI-ID              PIC X(8).
           05  ACH-BC-BATCH-NUMBER         PIC 9(7).
       01  ACH-FILE-CONTROL-REC REDEFINES ACH-FILE-HEADER-REC.
           05  ACH-FC-RECORD-TYPE          PIC X(1).
           05  ACH-FC-BATCH-COUNT          PIC 9(6).
           05  ACH-FC-BLOCK-COUNT          PIC 9(6).
           05  ACH-FC-ENTRY-COUNT          PIC 9(8).
           05  ACH-FC-ENTRY-HASH           PIC 9(10).
           05  ACH-FC-TOTAL-DEBIT          PIC 9(10)V99.
           05  ACH-FC-TOTAL-CREDIT         PIC 9(10)V99.
           05  ACH-FC-RESERVED             PIC X(39).
