      *                                                                *
      *  JRNC                                                          *
      *  RECORD LAYOUT FOR THE EMPLOYEE MASTER MAINTENANCE JOURNAL     *
      *  FILE (JRNLFILE).  WBCI1210 WRITES ONE 440-CHARACTER RECORD    *
      *  FOR EVERY TRANSACTION IT APPLIES: THE RUN DATE, A SEQUENCE    *
      *  NUMBER WITHIN THE RUN, THE ACTION, AND THE FULL 198-BYTE      *
      *  MASTER RECORD BEFORE AND AFTER THE UPDATE (AN ADD HAS A       *
      *  BLANK BEFORE IMAGE, A DELETE A BLANK AFTER IMAGE), FOLLOWED   *
      *  BY THE USER IDS THAT KEYED AND APPROVED AN ONLINE-KEYED       *
      *  TRANSACTION (BLANK FOR A CARD-IMAGE TRANSACTION).  THE        *
      *  FILE IS CUMULATIVE, AND THE WBCI1260 REPORT PROGRAM PRINTS    *
      *  THE FIELD-LEVEL CHANGES FOR AN EMPLOYEE AND DATE RANGE FROM   *
      *  IT - A PAYROLL DISPUTE ABOUT LAST TUESDAY'S HOURLY RATE IS    *
           05  JRN-EMP-NUMBER              PIC X(5).
           05  JRN-BEFORE-IMAGE            PIC X(198).
           05  JRN-AFTER-IMAGE             PIC X(198).
           05  JRN-KEYED-BY                PIC X(8).
           05  JRN-APPROVED-BY             PIC X(8).
           05  FILLER                      PIC X(7).
