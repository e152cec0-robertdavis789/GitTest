      *  TRNC                                                         *
      *  RECORD LAYOUT FOR THE EMPLOYEE MASTER MAINTENANCE             *
      *  TRANSACTION FILE (TRANFILE).  EACH 120-CHARACTER RECORD       *
      *  CARRIES ONE ADD, CHG, TRM, DEL OR BNK REQUEST AGAINST THE     *
      *  EMPLOYEE MASTER FILE.  THE FIELDS MIRROR THE EMPW WORK-AREA   *
      *  VIEW OF THE MASTER RECORD, SO EVERY FIELD THE COMPENSATION    *
      *  PASS COMPUTES FROM - TYPE, REGION, HOURS, RATE, SALARY,       *
      *  THE TARGET REGION MUST BE ACTIVE ON THE REGION REFERENCE      *
      *  FILE.  TRN-EMP-NUMBER IS NOT USED ON AN XFR.                  *
      *                                                                *
      *  TRN-MGR-SHARE-PCT IS A TYPE M EMPLOYEE'S SHARE OF THE         *
      *  REGION MANAGEMENT COMMISSION (000.00 THRU 100.00) FOR A       *
      *  CO-MANAGED REGION.                                            *
      *                                                                *
      *  A BNK SETS UP, CHANGES OR STOPS THE EMPLOYEE'S DIRECT         *
      *  DEPOSIT ACCOUNT.  ITS BANK FIELDS SHARE THE ADDRESS BYTES     *
      *  (TRN-BANK-DATA), WHICH A BNK DOES NOT OTHERWISE USE.          *
      *  TRN-DEPOSIT-STATUS 'A' SETS UP OR CHANGES THE ACCOUNT (THE    *
      *  ROUTING NUMBER MUST PASS ITS CHECK DIGIT) AND PUTS IT ON      *
      *  PRENOTE; 'X' STOPS DEPOSITS AND NEEDS NO BANK FIELDS.         *
      *                                                                *
      *  A TRANSACTION KEYED ONLINE (WBCE) CARRIES THE CICS USER ID    *
      *  THAT KEYED IT IN TRN-KEYED-BY, AND REACHES TRANFILE ONLY      *
      *  WHEN A SECOND SUPERVISOR APPROVES IT ON WBCA, WHICH STAMPS    *
      *  THAT USER ID IN TRN-APPROVED-BY.  WBCI1210 REJECTS A KEYED    *
      *  TRANSACTION WITH NO APPROVER, OR APPROVED BY ITS KEYER.       *
      *                                                                *
      ******************************************************************
       01  MAINT-TRANSACTION.
           05  TRN-ACTION                  PIC X(3).
               88  TRN-DELETE              VALUE 'DEL'.
               88  TRN-TERMINATE           VALUE 'TRM'.
               88  TRN-TRANSFER            VALUE 'XFR'.
               88  TRN-BANK                VALUE 'BNK'.
           05  TRN-EMP-NUMBER              PIC X(5).
           05  TRN-TYPE-CODE               PIC X(1).
           05  TRN-REGION-CODE             PIC X(1).
               10  TRN-CITY                PIC X(8).
               10  TRN-STATE               PIC X(2).
               10  TRN-ZIP                 PIC X(9).
           05  TRN-BANK-DATA REDEFINES TRN-ADDRESS.
               10  TRN-BANK-ROUTING        PIC X(9).
               10  TRN-ROUTING-DIGITS REDEFINES TRN-BANK-ROUTING.
                   15  TRN-ROUTING-DIGIT   PIC 9
                                           OCCURS 9 TIMES.
               10  TRN-BANK-ACCOUNT        PIC X(17).
               10  TRN-BANK-ACCT-TYPE      PIC X(1).
               10  TRN-DEPOSIT-STATUS      PIC X(1).
               10  FILLER                  PIC X(6).
           05  TRN-HOURS                   PIC X(2).
           05  TRN-HOURS-NUM REDEFINES TRN-HOURS
                                           PIC 9(2).
               10  TRN-TERM-MM             PIC X(2).
               10  TRN-TERM-DD             PIC X(2).
           05  TRN-XFR-OLD-REGION          PIC X(1).
           05  TRN-MGR-SHARE-PCT           PIC X(5).
           05  TRN-MGR-SHARE-NUM REDEFINES TRN-MGR-SHARE-PCT
                                           PIC 9(3)V99.
           05  TRN-KEYED-BY                PIC X(8).
           05  TRN-APPROVED-BY             PIC X(8).
