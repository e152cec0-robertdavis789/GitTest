      *  DATA, HIRE DATE) AND THE LAYOUT THE WBCI1210 MAINTENANCE      *
      *  PROGRAM MAINTAINS, SO THE TWO PROGRAMS CANNOT DRIFT APART.    *
      *  THE EMPLOYEE DATA IS REDEFINED BASED ON ONE OF THE 3          *
      *  EMPLOYEE TYPES, HOURLY, SALES OR MANAGEMENT.  A MANAGER'S     *
      *  SHARE PERCENT IS THEIR PART OF THE REGION'S MANAGEMENT        *
      *  COMMISSION WHEN A REGION IS CO-MANAGED; BLANK MEANS NOT       *
      *  KEYED, AND A REGION'S SOLE MANAGER THEN TAKES 100.  THE       *
      *  NATIONAL TAX WITHHOLDING PERCENT SITS IN THE TRAILING BYTES   *
      *  AT THE SAME OFFSET THE EMPC VIEW CARRIES IT.                  *
      *                                                                *
      ******************************************************************
       01  EMPLOYEE-WORK-AREA.
           05  WA-MGMT-EMPLOYEE-DATA   REDEFINES
                                        WA-SALES-EMPLOYEE-DATA.
               10  WA-MGMT-SALARY    PIC 9(5)V99     COMP-3.
               10  WA-MGMT-SHARE-PCT PIC 9(3)V99.
               10  FILLER            PIC X(4).
           05  WA-EMP-HIRE-DATE.
               10  WA-EMP-HIRE-YY    PIC 9(2).
               10  WA-EMP-HIRE-MM    PIC 9(2).
