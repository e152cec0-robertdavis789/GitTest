      ******************************************************************
      *                                                                *
      *  GLMC                                                          *
      *  RECORD LAYOUT FOR THE GENERAL LEDGER ACCOUNT MAPPING FILE     *
      *  (GLMAP) READ BY WBCI1290.  ONE 80-CHARACTER RECORD PER        *
      *  REGION AND EARNINGS TYPE CARRYING THE GL ACCOUNT THE          *
      *  SUMMARIZED JOURNAL LINE POSTS TO.  THE REGION IS THE REGION   *
      *  NAME AS IT APPEARS ON THE REPORTS AND THE EXTRACT (REGFILE    *
      *  REG-REF-NAME).  THE EARNINGS TYPES ARE -                      *
      *                                                                *
      *      WAGE  WAGES AND SALES SALARY          EXPENSE  (DEBIT)    *
      *      OVTM  OVERTIME                        EXPENSE  (DEBIT)    *
      *      DBLT  DOUBLE-TIME                     EXPENSE  (DEBIT)    *
      *      COMM  SALES AND MANAGEMENT COMMISSION EXPENSE  (DEBIT)    *
      *      MSAL  MANAGER SALARY                  EXPENSE  (DEBIT)    *
      *      NWHD  NATIONAL TAX WITHHELD           LIABILITY (CREDIT)  *
      *      SWHD  STATE INCOME TAX WITHHELD       LIABILITY (CREDIT)  *
      *      DEDN  DEDUCTIONS AND GARNISHMENTS     LIABILITY (CREDIT)  *
      *      NETP  NET PAY                         LIABILITY (CREDIT)  *
      *                                                                *
      *  A NEW REGION OR A CHART-OF-ACCOUNTS CHANGE IS A RECORD ON     *
      *  THIS FILE, NOT A PROGRAM CHANGE.  THERE IS NO DEFAULT OR      *
      *  SUSPENSE ACCOUNT: A REGION AND TYPE WITH AN AMOUNT AND NO     *
      *  RECORD HERE STOPS THE JOURNAL FROM BEING RELEASED.            *
      *                                                                *
      ******************************************************************
       01  GL-ACCOUNT-MAP-REC.
           05  GLM-REGION                  PIC X(5).
           05  GLM-EARN-TYPE               PIC X(4).
           05  GLM-ACCOUNT                 PIC X(12).
           05  GLM-DESCRIPTION             PIC X(25).
           05  FILLER                      PIC X(34).
