      ******************************************************************
           SELECT CARRY-FORWARD-FILE ASSIGN TO CARRYFWD.
      ******************************************************************
      *  TIME-ENTRY-FILE IS THE DAILY TIME-ENTRY FILE FOR HOURLY       *
      *  EMPLOYEES.  ENTRIES DATED INSIDE THE PAY-PERIOD WINDOW ARE    *
      *  ACCUMULATED BY EMPLOYEE AND DRIVE THE REGULAR, OVERTIME AND   *
      *  DOUBLE-TIME SPLIT.  TIME-CARRY-FILE RECEIVES ENTRIES DATED    *
      *  AFTER THE PAY-PERIOD END AND IS FED BACK INTO THE NEXT        *
      *  CYCLE'S TIMEINP, AS CARRYFWD IS FOR SALES.  TIME-XCPT-FILE    *
      *  LISTS ENTRIES THAT COULD NOT BE PAID - UNKNOWN OR NON-HOURLY  *
      *  EMPLOYEE, NON-NUMERIC HOURS, OR A DATE BEFORE THE WINDOW.     *
      ******************************************************************
           SELECT TIME-ENTRY-FILE    ASSIGN TO TIMEINP.
           SELECT TIME-CARRY-FILE    ASSIGN TO TIMCARRY.
           SELECT TIME-XCPT-FILE     ASSIGN TO TIMXCPT.
      ******************************************************************
      *  EXTRACT-FILE CARRIES THE EMPLOYEE COMPENSATION REPORT DATA    *
      *  IN FIXED FORMAT, ONE RECORD PER EMPLOYEE PLUS ONE SUMMARY     *
      *  RECORD PER REGION, SO PAYROLL AND GENERAL LEDGER CONSUME A    *
           SELECT EXTRACT-FILE       ASSIGN TO EXTFILE.
      ******************************************************************
      *  WITHHOLD-RPT-FILE IS THE PERIOD WITHHOLDING REGISTER - ONE    *
      *  LINE PER EMPLOYEE SHOWING GROSS, WITHHELD, DEDUCTIONS AND     *
      *  NET, TOTALED BY REGION, SO PAYROLL'S REMITTANCE TIES BACK TO  *
      *  THE SAME CALCULATION THE EXTRACT AND THE EMPSTAT STATUSES     *
      *  CAME FROM.                                                    *
      ******************************************************************
           SELECT WITHHOLD-RPT-FILE  ASSIGN TO WHLDRPT.
      ******************************************************************
      *  PAY-HISTORY-FILE IS THE CUMULATIVE EMPLOYEE PAY HISTORY KSDS  *
      *  KEYED ON EMPLOYEE NUMBER, RUN DATE AND ENTRY SEQUENCE.  ONE   *
      *  RECORD PER EMPLOYEE PER CYCLE (SEQUENCE 00, THE WBCI1220      *
      *  ADJUSTMENT RUN ADDS 01 UP), SO 'WHAT DID EMPLOYEE 00123 EARN  *
      *  IN Q2' IS A WBCI1250 STATEMENT RUN INSTEAD OF PULLING         *
      *  RPTFILE2 GENERATIONS AND ADDING LINES BY HAND.  A TRIAL RUN   *
      *  ONLY READS IT, BROWSING EACH EMPLOYEE'S RECORDS FOR THE LAST  *
      *  ONE.                                                          *
      ******************************************************************
           SELECT PAY-HISTORY-FILE
               ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PAYFD-KEY
               FILE STATUS IS PAY-HIST-STATUS.
      ******************************************************************
      *  PROGRAM CHANGE.                                               *
      ******************************************************************
           SELECT REGION-FILE        ASSIGN TO REGFILE.
      ******************************************************************
      *  STATE-TAX-FILE IS THE STATE TAX REFERENCE FILE - ONE RECORD   *
      *  PER STATE WITH ITS INCOME TAX WITHHOLDING PERCENT AND ANNUAL  *
      *  CAP, LOADED AT RUN TIME.  EACH EMPLOYEE'S STATE WITHHOLDING   *
      *  IS TAKEN AT THE RATE FOR THEIR WORK STATE.                    *
      ******************************************************************
           SELECT STATE-TAX-FILE     ASSIGN TO STTXFILE.
      ******************************************************************
      *  DEDUCTION-FILE IS THE DEDUCTION MASTER KSDS KEYED ON          *
      *  EMPLOYEE NUMBER PLUS DEDUCTION CODE - VOLUNTARY DEDUCTIONS    *
      *  AND GARNISHMENTS.  EACH EMPLOYEE'S RECORDS ARE READ AS THEY   *
      *  ARE PAID AND REWRITTEN WITH THE NEW BALANCE AND ARREARS AT    *
      *  THE END OF THE COMPENSATION RUN.  DEDUCTION-RPT-FILE IS THE   *
      *  DEDUCTION REGISTER - EVERY DEDUCTION PROCESSED, WITH THE      *
      *  AMOUNT TAKEN AND ANY ARREARS CARRIED.                         *
      ******************************************************************
           SELECT DEDUCTION-FILE
               ASSIGN TO DEDMAST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DEDFD-KEY
               FILE STATUS IS DED-MAST-STATUS.
           SELECT DEDUCTION-RPT-FILE ASSIGN TO DEDRPT.
      ******************************************************************
      *  TRIAL-CMP-FILE IS THE TRIAL RUN PAY COMPARISON - EACH         *
      *  EMPLOYEE'S TRIAL GROSS AND NET AGAINST THEIR LAST PAY         *
      *  HISTORY RECORD.  IT IS ONLY OPENED IN A TRIAL RUN.            *
      ******************************************************************
           SELECT TRIAL-CMP-FILE     ASSIGN TO TRIALCMP.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  CARRY-FORWARD-RECORD       PIC X(60).
       FD  TIME-ENTRY-FILE
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  TIME-ENTRY-INPUT           PIC X(60).
       FD  TIME-CARRY-FILE
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  TIME-CARRY-RECORD          PIC X(60).
       FD  TIME-XCPT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  TIME-XCPT-RECORD           PIC X(80).
       FD  EXTRACT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  WITHHOLD-RPT-RECORD        PIC X(132).
       FD  PAY-HISTORY-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  PAY-HIST-FD-RECORD.
           05 PAYFD-KEY               PIC X(15).
           05 PAYFD-DATA              PIC X(185).
       FD  YTD-POST-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  RECON-RECORD               PIC X(80).
       FD  CONTROL-FILE
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.
       01  CONTROL-RECORD             PIC X(250).
       FD  PRIOR-CONTROL-FILE
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.
       01  PRIOR-CONTROL-DATA         PIC X(250).
       FD  REGION-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REGION-FILE-RECORD         PIC X(80).
       FD  STATE-TAX-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  STATE-TAX-FILE-RECORD      PIC X(80).
       FD  DEDUCTION-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  DED-MAST-FD-RECORD.
           05 DEDFD-KEY               PIC X(8).
           05 DEDFD-DATA              PIC X(112).
       FD  DEDUCTION-RPT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  DEDUCTION-RPT-RECORD       PIC X(132).
       FD  CONTROL-RPT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CONTROL-RPT-RECORD         PIC X(80).
       FD  TRIAL-CMP-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  TRIAL-CMP-RECORD           PIC X(132).
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
      ******************************************************************
       COPY SLSC.
      ******************************************************************
      * RECORD LAYOUT FOR THE DAILY TIME-ENTRY FILE (TIMEINP).         *
      ******************************************************************
       COPY TIMC.
      ******************************************************************
      * RECORD LAYOUT FOR THE COMPENSATION EXTRACT FILE (EXTFILE).     *
      ******************************************************************
       COPY EXTC.
      ******************************************************************
       COPY REGC.
      ******************************************************************
      * RECORD LAYOUT FOR THE STATE TAX REFERENCE FILE (STTXFILE).     *
      ******************************************************************
       COPY STXC.
      ******************************************************************
      * RECORD LAYOUT FOR THE TERMINATED-EMPLOYEE HISTORY FILE         *
      * (TERMHIST).                                                    *
      ******************************************************************
      ******************************************************************
       COPY PAYC.
      ******************************************************************
      * RECORD LAYOUT FOR THE DEDUCTION MASTER FILE (DEDMAST).         *
      ******************************************************************
       COPY DEDC.
      ******************************************************************
      * PRIOR-EMPLOYEE-STATUS IS THE SAME LAYOUT AS EMPLOYEE-STATUS,   *
      * HOLDING THE PRIOR RUN'S RECORD READ FROM PRIOR-EMPSTAT-FILE SO *
      * 0200-COMPARE-STATUS CAN DETECT A WITHHOLDING STATUS CHANGE.    *
 *    ************************************************************
       01  WS-SYSUT1-STATUS           PIC XX       VALUE '  '.
       01  PAY-HIST-STATUS            PIC XX       VALUE '  '.
       01  DED-MAST-STATUS            PIC XX       VALUE '  '.
       01  WS-SALES-RECORD            PIC X(60).
       01  STATUS-DATA                PIC X(80).
       01  SWITCHES.
               88  RECON-ERROR                     VALUE 'Y'.
           05  SALES-FOUND-SW         PIC X        VALUE 'N'.
               88  SALES-FOUND                     VALUE 'Y'.
           05  TIME-EOF-SW            PIC X        VALUE 'N'.
               88  TIME-EOF                        VALUE 'Y'.
           05  TIME-FOUND-SW          PIC X        VALUE 'N'.
               88  TIME-FOUND                      VALUE 'Y'.
           05  STATE-TAX-EOF-SW       PIC X        VALUE 'N'.
               88  STATE-TAX-EOF                   VALUE 'Y'.
           05  STATE-TAX-FOUND-SW     PIC X        VALUE 'N'.
               88  STATE-TAX-FOUND                 VALUE 'Y'.
           05  DED-EMP-END-SW         PIC X        VALUE 'N'.
               88  DED-EMP-END                     VALUE 'Y'.
           05  DED-FILE-OPEN-SW       PIC X        VALUE 'N'.
               88  DED-FILE-OPEN                   VALUE 'Y'.
           05  DOUBLE-RUN-SW          PIC X        VALUE 'N'.
               88  DOUBLE-RUN                      VALUE 'Y'.
           05  RERUN-FORCED-SW        PIC X        VALUE 'N'.
               88  RERUN-FORCED                    VALUE 'Y'.
           05  TRIAL-RUN-SW           PIC X        VALUE 'N'.
               88  TRIAL-RUN                       VALUE 'Y'.
           05  PAY-HIST-END-SW        PIC X        VALUE 'N'.
               88  PAY-HIST-END                    VALUE 'Y'.
           05  PAY-LAST-FOUND-SW      PIC X        VALUE 'N'.
               88  PAY-LAST-FOUND                  VALUE 'Y'.
           05  PAY-SWING-SW           PIC X        VALUE 'N'.
               88  PAY-SWING                       VALUE 'Y'.
       01  COUNTERS.
           05  PAGE-COUNT             PIC 9(3)     VALUE 1.
           05  EMP-LINE-COUNT         PIC S99      VALUE +56.
           05  SALES-TRANS-READ       PIC 9(5)     VALUE 0.
           05  SALES-UNMATCHED-COUNT  PIC 9(5)     VALUE 0.
           05  SALES-CARRIED-COUNT    PIC 9(5)     VALUE 0.
           05  TIME-ENTRIES-READ      PIC 9(5)     VALUE 0.
           05  TIME-CARRIED-COUNT     PIC 9(5)     VALUE 0.
           05  TIME-XCPT-COUNT        PIC 9(5)     VALUE 0.
           05  STATE-MISSING-COUNT    PIC 9(5)     VALUE 0.
           05  DED-UPDATED-COUNT      PIC 9(5)     VALUE 0.
           05  DED-NOTUPDATED-COUNT   PIC 9(5)     VALUE 0.
           05  YTD-POSTED-COUNT       PIC 9(5)     VALUE 0.
           05  YTD-NOTPOSTED-COUNT    PIC 9(5)     VALUE 0.
           05  EMPSTAT-WRITTEN-COUNT  PIC 9(5)     VALUE 0.
                   15  HOLD-TOTAL              PIC 9(5)V99.
                   15  HOLD-WITHHOLD           PIC 9(5)V99.
                   15  HOLD-NET                PIC 9(5)V99.
                   15  HOLD-STATE              PIC X(2).
                   15  HOLD-STATE-WHLD         PIC 9(5)V99.
                   15  HOLD-DED-TOTAL          PIC 9(5)V99.
                   15  HOLD-DED-FIRST          PIC 9(4).
                   15  HOLD-DED-COUNT          PIC 9(2).
********
********  SALES TRANSACTIONS FROM EMPINP ACCUMULATED BY EMPLOYEE
********  NUMBER FOR THE PAY PERIOD.  3000-PROCESS-SALES PAYS
                   88  SLS-ACCUM-MATCHED          VALUE 'Y'.
       01  PERIOD-SALES-AMOUNT       PIC 9(6)V99  VALUE 0.
********
********  TIME ENTRIES FROM TIMEINP ACCUMULATED BY EMPLOYEE NUMBER
********  FOR THE PAY PERIOD.  2000-PROCESS-HOURLY PAYS THE
********  ACCUMULATED HOURS AND MARKS THE ENTRY MATCHED; AN ENTRY
********  FOR A SALES OR MANAGEMENT EMPLOYEE IS MARKED NOT HOURLY.
********  ENTRIES NOT MATCHED TO AN HOURLY EMPLOYEE BY END OF RUN
********  ARE LISTED ON THE TIME EXCEPTION FILE.
********
       01  TIME-ACCUM-TABLE.
           05  TIME-ACCUM-COUNT      PIC 9(4)     VALUE 0.
           05  TIME-ACCUM-MAX        PIC 9(4)     VALUE 1000.
           05  TIME-ACCUM-ENTRY      OCCURS 1000 TIMES
                                     INDEXED BY TIM-IX.
               10  TIM-ACCUM-EMP     PIC X(5).
               10  TIM-ACCUM-HOURS   PIC 9(3)V99.
               10  TIM-ACCUM-MATCHED-SW
                                     PIC X.
                   88  TIM-ACCUM-MATCHED          VALUE 'Y'.
                   88  TIM-ACCUM-NOT-HOURLY       VALUE 'X'.
********
********  HOURS PAID THIS PERIOD TO THE HOURLY EMPLOYEE BEING
********  PROCESSED, AND THE RUN'S REGULAR, OVERTIME AND DOUBLE-TIME
********  HOURS TOTALS CARRIED ON THE RUN-CONTROL RECORD.  A SINGLE
********  DAY'S ENTRY OVER MAX-DAILY-HOURS IS AN EXCEPTION.
********
       01  PERIOD-HOURS-FIELDS.
           05  PERIOD-HOURS          PIC 9(3)V99  VALUE 0.
           05  REG-HOURS             PIC 9(3)V99  VALUE 0.
           05  MAX-DAILY-HOURS       PIC 9(2)V99  VALUE 24.
           05  HOURS-REGULAR-TOTAL   PIC 9(5)V99  COMP-3  VALUE 0.
           05  HOURS-OVERTIME-TOTAL  PIC 9(5)V99  COMP-3  VALUE 0.
           05  HOURS-DOUBLE-TOTAL    PIC 9(5)V99  COMP-3  VALUE 0.
********
********  PAY-PERIOD WINDOW FOR THE SALES CUT-OFF, TAKEN FROM THE
********  PARM.  ONLY TRANSACTIONS WHOSE SLS-TRAN-DATE FALLS INSIDE
********  THE WINDOW ARE PAID THIS CYCLE; FUTURE-DATED ONES ARE
               10  REGION-DEF-ACTIVE-SW PIC X.
                   88  REGION-DEF-ACTIVE         VALUE 'Y'.
********
********  STATE INCOME TAX RATES AND ANNUAL CAPS, LOADED AT RUN TIME
********  FROM THE STATE TAX REFERENCE FILE IN FILE ORDER.  THE
********  HEAD-COUNT, GROSS AND WITHHELD FIELDS ARE FILLED AS THE
********  WITHHOLDING REGISTER PRINTS AND GIVE ITS STATE SUBTOTALS.
********
       01  STATE-TAX-TABLE.
           05  STATE-TAX-COUNT       PIC 9(3)     VALUE 0.
           05  STATE-TAX-MAX         PIC 9(3)     VALUE 60.
           05  STATE-TAX-ENTRY       OCCURS 60 TIMES
                                     INDEXED BY STX-IX.
               10  STATE-TAX-CODE    PIC X(2).
               10  STATE-TAX-RATE    PIC 99V999.
               10  STATE-TAX-CAP     PIC 9(7)V99.
               10  STATE-TAX-EMPS    PIC 9(5)       COMP-3.
               10  STATE-TAX-GROSS   PIC 9(7)V99    COMP-3.
               10  STATE-TAX-WHLD    PIC 9(7)V99    COMP-3.
********
********  STORES REGIONAL INFORMATION THAT IS USED TO PRINT THE
********  REGIONAL SALES REPORT.  REGION SALES IS A SUM OF ALL SALES
********  FOR THE REGION AND IS USED TO CALCULATE MANAGER COMMISSION
********  THE COMMENT FIELD IS USED TO FLAG A REGION IF AN EMPLOYEE IN
********  THE REGION HAS 0 SALES.  THE REGION'S MANAGERS THEMSELVES
********  ARE HELD IN THE MANAGER TABLE BELOW; THE REGION ENTRY ONLY
********  COUNTS THEM AND TOTALS THEIR COMMISSION SHARES.
********
       01  REGION-SALES-TABLE.
           05  REGION-DATA         OCCURS 8 TIMES.
               10  REGION-NAME       PIC X(5).
               10  REGION-SALES      PIC 9(6)V99.
               10  REGION-COMMENT    PIC X(5).
               10  REGION-MGR-COUNT  PIC 9(3).
               10  REGION-SHARE-TOTAL
                                     PIC 9(5)V99.
********
********  ONE ENTRY PER TYPE M EMPLOYEE, IN MASTER FILE SEQUENCE, SO
********  A CO-MANAGED REGION PAYS EVERY MANAGER INDIVIDUALLY - EACH
********  WITH THEIR OWN SALARY, SHARE OF THE REGION'S MANAGEMENT
********  COMMISSION, REGIONAL REPORT LINE, REGION EXTRACT RECORD AND
********  WITHHOLDING REGISTER LINE.  THE WITHHOLDING PERCENT AND
********  RVIIEMP CAP FIGURES ARE CAPTURED WHEN THE TYPE M RECORD IS
********  PROCESSED SO THE END-OF-MONTH CALCULATION USES THE SAME
********  CAPPED WITHHOLDING AS THE EMPLOYEES; THE WORK STATE AND
********  YTDSAL ARE KEPT FOR THE STATE WITHHOLDING.  THE PERIOD
********  GROSS, WITHHELD, DEDUCTIONS AND NET ARE KEPT SO THE
********  WITHHOLDING REGISTER CARRIES THE SAME FIGURES THE EXTRACT
********  DOES.
********
       01  MANAGER-TABLE.
           05  MGR-COUNT             PIC 9(3)     VALUE 0.
           05  MGR-TABLE-MAX         PIC 9(3)     VALUE 100.
           05  MGR-ENTRY             OCCURS 100 TIMES
                                     INDEXED BY MGR-IX.
               10  MGR-EMP-NUM       PIC X(5).
               10  MGR-NAME          PIC X(15).
               10  MGR-REGION        PIC 9.
               10  MGR-SALARY        PIC 9(5)V99.
               10  MGR-SHARE-PCT     PIC 9(3)V99.
               10  MGR-PCT           PIC S9V999     COMP-3.
               10  MGR-FOUND-SW      PIC X.
               10  MGR-YTDWH         PIC S9(8)V99   COMP-3.
               10  MGR-MAXNATL       PIC S9(8)V99   COMP-3.
               10  MGR-COMM          PIC 9(5)V99    COMP-3.
               10  MGR-GROSS         PIC 9(5)V99    COMP-3.
               10  MGR-WHLD          PIC 9(5)V99    COMP-3.
               10  MGR-NET           PIC 9(5)V99    COMP-3.
               10  MGR-STATE         PIC X(2).
               10  MGR-YTDSAL        PIC S9(8)V99   COMP-3.
               10  MGR-STATE-WHLD    PIC 9(5)V99    COMP-3.
               10  MGR-DED-TOTAL     PIC 9(5)V99    COMP-3.
               10  MGR-DED-FIRST     PIC 9(4).
               10  MGR-DED-COUNT     PIC 9(2).
********
********  WORK FIELDS FOR SPLITTING ONE REGION'S MANAGEMENT
********  COMMISSION ACROSS ITS MANAGERS.  WHEN THE SHARES TOTAL
********  100 THE LAST MANAGER TAKES WHAT IS LEFT, SO ROUNDING CAN
********  NEVER MAKE THE SPLIT PAY MORE OR LESS THAN THE REGION
********  COMMISSION.
********
       01  MGR-SPLIT-FIELDS.
           05  MGR-REGION-COMM       PIC 9(5)V99    COMP-3  VALUE 0.
           05  MGR-COMM-LEFT         PIC S9(5)V99   COMP-3  VALUE 0.
           05  MGR-REGION-SEEN       PIC 9(3)               VALUE 0.
           05  MGR-FLAG-COUNT        PIC 9(3)               VALUE 0.
           05  MGR-SHARE-EDIT        PIC ZZZZ9.99.
********
********  FIELDS USED BY CALLED PROGRAM CWXTSUBC TO CALCULATE
********  COMMISSION BASED ON SALES AMOUNT
********  PERIOD THE CAP IS REACHED WITHHOLDS ONLY THE REMAINDER.
********  THE MATCHED RVIIEMP FIGURES ARE CAPTURED IN 0100-PROCESS
********  SO THE CAP USES THE SAME ROW THE STATUS CHECK USED.
********  STATE INCOME TAX FOR THE WORK STATE IN STATE-WORK-CODE IS
********  CALCULATED ALONGSIDE AND CARRIED SEPARATELY; THE NET PAY
********  IS THE GROSS LESS BOTH.
********
       01  WITHHOLD-FIELDS.
           05  WITHHOLD-GROSS        PIC 9(5)V99    COMP-3  VALUE 0.
               88  CUR-EMP-YTD-FOUND                        VALUE 'Y'.
           05  CUR-EMP-YTD-WITHHOLD  PIC S9(8)V99   COMP-3  VALUE 0.
           05  CUR-EMP-MAXNATL       PIC S9(8)V99   COMP-3  VALUE 0.
           05  CUR-EMP-YTDSAL        PIC S9(8)V99   COMP-3  VALUE 0.
           05  CUR-EMP-YTD-STATE-WH  PIC S9(8)V99   COMP-3  VALUE 0.
           05  STATE-WORK-CODE       PIC X(2)       VALUE SPACES.
           05  STATE-WORK-EMP        PIC X(5)       VALUE SPACES.
           05  STATE-PCT-WORK        PIC 99V999     COMP-3  VALUE 0.
           05  STATE-CAP-WORK        PIC 9(7)V99    COMP-3  VALUE 0.
           05  PERIOD-STATE-WITHHOLD PIC 9(5)V99    COMP-3  VALUE 0.
********
********  DEDUCTIONS FOR THE PERSON BEING PAID, READ FROM THE
********  DEDUCTION MASTER FOR DED-WORK-EMP.  ONLY RECORDS THAT ARE
********  ACTIVE AND INSIDE THEIR START/STOP DATES ARE HELD.  EACH
********  IS TAKEN IN SORT-KEY ORDER - GARNISHMENTS (RANK 1) BEFORE
********  VOLUNTARY DEDUCTIONS (RANK 2), THEN BY PRIORITY AND CODE -
********  OUT OF THE NET PAY LEFT, SO A GARNISHMENT IS NEVER SHORTED
********  FOR THE SAKE OF A VOLUNTARY DEDUCTION.  A PERCENT
********  DEDUCTION IS FIGURED ON THE DISPOSABLE PAY - THE NET AFTER
********  NATIONAL AND STATE WITHHOLDING, BEFORE ANY DEDUCTION.
********
       01  EMP-DED-TABLE.
           05  EMP-DED-COUNT         PIC 9(2)     VALUE 0.
           05  EMP-DED-MAX           PIC 9(2)     VALUE 10.
           05  EMP-DED-ENTRY         OCCURS 10 TIMES
                                     INDEXED BY EDED-IX.
               10  EDED-SORT-KEY.
                   15  EDED-TYPE-RANK
                                     PIC 9.
                   15  EDED-PRIORITY PIC 9(2).
                   15  EDED-CODE     PIC X(3).
               10  EDED-DONE-SW      PIC X.
                   88  EDED-DONE                  VALUE 'Y'.
               10  EDED-RECORD       PIC X(120).
       01  DEDUCTION-WORK-FIELDS.
           05  DED-WORK-EMP          PIC X(5)       VALUE SPACES.
           05  DED-WORK-NAME         PIC X(15)      VALUE SPACES.
           05  DED-DISPOSABLE        PIC 9(5)V99    COMP-3  VALUE 0.
           05  DED-NET-LEFT          PIC 9(5)V99    COMP-3  VALUE 0.
           05  DED-DUE               PIC 9(7)V99    COMP-3  VALUE 0.
           05  DED-TAKE              PIC 9(5)V99    COMP-3  VALUE 0.
           05  DED-GOAL-LEFT         PIC 9(7)V99    COMP-3  VALUE 0.
           05  PERIOD-DEDUCTIONS     PIC 9(5)V99    COMP-3  VALUE 0.
           05  DED-EMP-FIRST         PIC 9(4)               VALUE 0.
           05  DED-EMP-TAKEN         PIC 9(2)               VALUE 0.
           05  DED-EMP-LAST          PIC 9(4)               VALUE 0.
           05  DED-LOW-KEY           PIC X(6).
           05  DED-LOW-SUB           PIC 9(2)               VALUE 0.
           05  DED-PAY-SUB           PIC 9(2)               VALUE 0.
           05  DED-EXT-REGION        PIC X(5).
           05  DED-EXT-TYPE          PIC X.
********
********  EVERY DEDUCTION PROCESSED THIS RUN, IN THE ORDER TAKEN,
********  WITH THE UPDATED MASTER RECORD IMAGE.  THE HOLD TABLE AND
********  MANAGER TABLE POINT AT EACH PERSON'S SLICE OF IT.  THE
********  EXTRACT D RECORDS, THE PAY HISTORY ITEMS AND THE DEDUCTION
********  REGISTER ARE ALL WRITTEN FROM HERE, AND THE MASTER IS
********  REWRITTEN FROM HERE AT THE END OF THE RUN, AS RVIIEMP IS
********  POSTED FROM THE YTD POSTING TABLE.
********
       01  DED-TAKEN-TABLE.
           05  DED-TAKEN-COUNT       PIC 9(4)     VALUE 0.
           05  DED-TAKEN-MAX         PIC 9(4)     VALUE 2000.
           05  DED-TAKEN-ENTRY       OCCURS 2000 TIMES
                                     INDEXED BY DTKN-IX.
               10  DTKN-NAME         PIC X(15).
               10  DTKN-AMOUNT       PIC 9(5)V99.
               10  DTKN-RECORD       PIC X(120).
********
********  TOTAL COMPENSATION GIVEN TO ALL EMPLOYEES (HOURLY AND SALES)
********  OR MANAGEMENT.  EACH SUM IS PRINTED AT THE END OF THEIR
********  RESPECTIVE REPORTS.  UNPAID-EMP-TOTAL IS THE PART OF THE
********  EMPLOYEE TOTAL CALCULATED FOR EMPLOYEES WHO WENT TO SUSPENSE
********  OR DID NOT FIT THE HOLD TABLE, AND SO ARE NOT ON THE EXTRACT.
********
       01  GRAND-TOTAL-FIELDS.
           05  GRAND-TOTAL-EMP       PIC 9(7)V99   COMP-3  VALUE 0.
           05  GRAND-TOTAL-MGMT      PIC 9(7)V99   COMP-3  VALUE 0.
           05  UNPAID-EMP-TOTAL      PIC 9(7)V99   COMP-3  VALUE 0.
********
********  USED FOR CALCULATING OVERTIME FOR ANY HOURLY EMPLOYEE
********  WHOSE HOURS EXCEEDS 40
********
       01  OVERTIME-FIELDS.
           05  OT-AMOUNT             PIC 9(5)V99    COMP-3.
           05  OT-HOURS              PIC 9(3)V99.
           05  DT-AMOUNT             PIC 9(5)V99    COMP-3.
           05  DT-HOURS              PIC 9(3)V99.
********
********  EMPLOYEE RECORD WORK-AREA - THE EMPW VIEW OF THE FIRST 80
********  BYTES OF THE MASTER RECORD, SHARED WITH THE WBCI1210
           05  FILLER      PIC X(5)      VALUE SPACES.
           05  FILLER      PIC X(28)
                              VALUE  'EMPLOYEE COMPENSATION REPORT'.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  EMP-TRIAL-MARK
                           PIC X(13)     VALUE SPACES.
           05  FILLER      PIC X(3)      VALUE SPACES.
           05  FILLER      PIC X(5)      VALUE 'PAGE '.
           05  EMP-PAGE    PIC ZZ9.
       01  EMPLOYEE-HDR2.
                           PIC 9(4).
           05  FILLER      PIC X(9)   VALUE SPACES.
           05  FILLER      PIC X(21)  VALUE  'REGIONAL SALES REPORT'.
           05  FILLER      PIC X(4)   VALUE SPACES.
           05  REG-TRIAL-MARK
                           PIC X(13)  VALUE SPACES.
           05  FILLER      PIC X(4)   VALUE SPACES.
           05  FILLER      PIC X(5)   VALUE 'PAGE '.
           05  REG-PAGE    PIC ZZ9.
       01  REGION-HDR2.
           05  FILLER      PIC X(2)   VALUE SPACES.
           05  FILLER      PIC X(5)   VALUE 'TOTAL'.
           05  FILLER      PIC X(9)   VALUE SPACES.
           05  FILLER      PIC X(5)   VALUE 'SHARE'.
       01  REGION-DETAIL.
           05  FILLER             PIC X         VALUE SPACES.
           05  REG-DTL-MANAGER    PIC X(15).
           05  REG-DTL-REGION     PIC X(5).
           05  FILLER             PIC X(5)      VALUE SPACES.
           05  REG-DTL-SALES      PIC ZZZZZ9.99.
           05  FILLER             PIC X(4)      VALUE SPACES.
           05  REG-DTL-SALARY     PIC ZZZZ9.99.
           05  FILLER             PIC X(5)      VALUE SPACES.
           05  REG-DTL-COMM       PIC ZZZZ9.99.
           05  FILLER             PIC X(4)      VALUE SPACES.
           05  REG-DTL-TOTAL      PIC ZZZZ9.99.
           05  FILLER             PIC X         VALUE SPACES.
           05  REG-DTL-COMMENT    PIC X(5).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  REG-DTL-SHARE      PIC ZZ9.99.
       01  MGMT-TOTAL-DTL.
           05  FILLER             PIC X(4)      VALUE SPACES.
           05  FILLER             PIC X(5)      VALUE 'TOTAL'.
           05  FILLER             PIC X(8)      VALUE SPACES.
*********
*********  WITHHOLDING REGISTER - ONE LINE PER EMPLOYEE SHOWING THE
*********  PERIOD GROSS, NATIONAL AND STATE WITHHELD, DEDUCTIONS AND
*********  NET, TOTALED BY REGION AND IN TOTAL, PRINTED FROM THE SAME
*********  HOLD-TABLE FIGURES THE EXTRACT CARRIES, THEN SUBTOTALED BY
*********  WORK STATE.  A WORK STATE WITH NO STATE TAX ENTRY IS
*********  MARKED '*'.
*********
       01  WHLD-HDR1.
           05  FILLER      PIC X         VALUE SPACES.
           05  FILLER      PIC X(5)      VALUE SPACES.
           05  FILLER      PIC X(20)
                              VALUE 'WITHHOLDING REGISTER'.
           05  FILLER      PIC X(6)      VALUE SPACES.
           05  WHLD-TRIAL-MARK
                           PIC X(13)     VALUE SPACES.
           05  FILLER      PIC X(7)      VALUE SPACES.
           05  FILLER      PIC X(5)      VALUE 'PAGE '.
           05  WHLD-PAGE   PIC ZZ9.
       01  WHLD-HDR2.
           05  FILLER      PIC X(15)     VALUE 'NAME'.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(6)      VALUE 'REGION'.
           05  FILLER      PIC X         VALUE SPACES.
           05  FILLER      PIC X(2)      VALUE 'ST'.
           05  FILLER      PIC X(7)      VALUE SPACES.
           05  FILLER      PIC X(5)      VALUE 'GROSS'.
           05  FILLER      PIC X(4)      VALUE SPACES.
           05  FILLER      PIC X(8)      VALUE 'NATIONAL'.
           05  FILLER      PIC X(4)      VALUE SPACES.
           05  FILLER      PIC X(8)      VALUE 'STATE WH'.
           05  FILLER      PIC X(4)      VALUE SPACES.
           05  FILLER      PIC X(8)      VALUE 'DEDUCTNS'.
           05  FILLER      PIC X(9)      VALUE SPACES.
           05  FILLER      PIC X(3)      VALUE 'NET'.
       01  WHLD-DTL.
           05  FILLER                PIC X         VALUE SPACES.
           05  WHLD-DTL-NAME         PIC X(15).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  WHLD-DTL-REGION       PIC X(5).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  WHLD-DTL-STATE        PIC X(2).
           05  WHLD-DTL-STATE-FLAG   PIC X.
           05  FILLER                PIC X(3)      VALUE SPACES.
           05  WHLD-DTL-GROSS        PIC ZZZZ9.99.
           05  FILLER                PIC X(4)      VALUE SPACES.
           05  WHLD-DTL-WITHHOLD     PIC ZZZZ9.99.
           05  FILLER                PIC X(4)      VALUE SPACES.
           05  WHLD-DTL-STATE-WHLD   PIC ZZZZ9.99.
           05  FILLER                PIC X(4)      VALUE SPACES.
           05  WHLD-DTL-DEDUCT       PIC ZZZZ9.99.
           05  FILLER                PIC X(4)      VALUE SPACES.
           05  WHLD-DTL-NET          PIC ZZZZ9.99.
       01  WHLD-REGION-TOTAL-DTL.
           05  FILLER                PIC X(4)      VALUE SPACES.
           05  FILLER                PIC X(13)
                                         VALUE 'REGION TOTAL '.
           05  WHLD-RTOT-REGION      PIC X(5).
           05  FILLER                PIC X(17)     VALUE SPACES.
           05  WHLD-RTOT-GROSS       PIC ZZZZZZ9.99.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  WHLD-RTOT-WITHHOLD    PIC ZZZZZZ9.99.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  WHLD-RTOT-STATE-WHLD  PIC ZZZZZZ9.99.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  WHLD-RTOT-DEDUCT      PIC ZZZZZZ9.99.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  WHLD-RTOT-NET         PIC ZZZZZZ9.99.
       01  WHLD-GRAND-TOTAL-DTL.
           05  FILLER                PIC X(4)      VALUE SPACES.
           05  FILLER                PIC X(12)     VALUE 'GRAND TOTAL '.
           05  FILLER                PIC X(23)     VALUE SPACES.
           05  WHLD-GTOT-GROSS       PIC ZZZZZZ9.99.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  WHLD-GTOT-WITHHOLD    PIC ZZZZZZ9.99.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  WHLD-GTOT-STATE-WHLD  PIC ZZZZZZ9.99.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  WHLD-GTOT-DEDUCT      PIC ZZZZZZ9.99.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  WHLD-GTOT-NET         PIC ZZZZZZ9.99.
       01  WHLD-STATE-HDR.
           05  FILLER                PIC X(4)      VALUE SPACES.
           05  FILLER                PIC X(28)
                                 VALUE 'STATE TOTALS BY WORK STATE  '.
           05  FILLER                PIC X(12)     VALUE SPACES.
           05  FILLER                PIC X(5)      VALUE 'GROSS'.
           05  FILLER                PIC X(16)     VALUE SPACES.
           05  FILLER                PIC X(8)      VALUE 'STATE WH'.
       01  WHLD-STATE-TOTAL-DTL.
           05  FILLER                PIC X(4)      VALUE SPACES.
           05  WHLD-STOT-LABEL       PIC X(20).
           05  WHLD-STOT-EMPS        PIC ZZZZ9.
           05  FILLER                PIC X(10)     VALUE ' PAID'.
           05  WHLD-STOT-GROSS       PIC ZZZZZZ9.99.
           05  FILLER                PIC X(14)     VALUE SPACES.
           05  WHLD-STOT-STATE-WHLD  PIC ZZZZZZ9.99.
       01  WHLD-TOTAL-FIELDS.
           05  WHLD-REG-GROSS        PIC 9(7)V99  COMP-3  VALUE 0.
           05  WHLD-REG-WITHHOLD     PIC 9(7)V99  COMP-3  VALUE 0.
           05  WHLD-REG-STATE-WHLD   PIC 9(7)V99  COMP-3  VALUE 0.
           05  WHLD-REG-DEDUCT       PIC 9(7)V99  COMP-3  VALUE 0.
           05  WHLD-REG-NET          PIC 9(7)V99  COMP-3  VALUE 0.
           05  WHLD-GRAND-GROSS      PIC 9(7)V99  COMP-3  VALUE 0.
           05  WHLD-GRAND-WITHHOLD   PIC 9(7)V99  COMP-3  VALUE 0.
           05  WHLD-GRAND-STATE-WHLD PIC 9(7)V99  COMP-3  VALUE 0.
           05  WHLD-GRAND-DEDUCT     PIC 9(7)V99  COMP-3  VALUE 0.
           05  WHLD-GRAND-NET        PIC 9(7)V99  COMP-3  VALUE 0.
           05  WHLD-GRAND-PAID       PIC 9(5)     COMP-3  VALUE 0.
           05  WHLD-STATE-GROSS      PIC 9(5)V99  COMP-3  VALUE 0.
           05  WHLD-STATE-AMT        PIC 9(5)V99  COMP-3  VALUE 0.
           05  WHLD-NOST-EMPS        PIC 9(5)     COMP-3  VALUE 0.
           05  WHLD-NOST-GROSS       PIC 9(7)V99  COMP-3  VALUE 0.
           05  WHLD-LINE-COUNT       PIC S99              VALUE +56.
           05  WHLD-PAGE-COUNT       PIC 9(3)             VALUE 1.
           05  WHLD-MGR-PRINTED-SW   PIC X                VALUE 'N'.
               88  WHLD-MGR-PRINTED                       VALUE 'Y'.
*********
*********  DEDUCTION REGISTER - ONE LINE PER DEDUCTION PROCESSED,
*********  IN THE ORDER TAKEN, WITH THE AMOUNT TAKEN, THE ARREARS
*********  CARRIED AND THE BALANCE TOWARD THE GOAL, TOTALED FOR
*********  GARNISHMENTS AND FOR VOLUNTARY DEDUCTIONS.  THE TOTAL
*********  TAKEN TIES TO THE DEDUCTIONS COLUMN OF THE WITHHOLDING
*********  REGISTER.
*********
       01  DREG-HDR1.
           05  FILLER      PIC X         VALUE SPACES.
           05  FILLER      PIC X(10)     VALUE 'RUN DATE  '.
           05  DREG-RUN-MM PIC 99.
           05  FILLER      PIC X         VALUE '/'.
           05  DREG-RUN-DD PIC 99.
           05  FILLER      PIC X         VALUE '/'.
           05  DREG-RUN-CCYY
                           PIC 9(4).
           05  FILLER      PIC X(5)      VALUE SPACES.
           05  FILLER      PIC X(20)
                              VALUE 'DEDUCTION REGISTER  '.
           05  FILLER      PIC X(6)      VALUE SPACES.
           05  DREG-TRIAL-MARK
                           PIC X(13)     VALUE SPACES.
           05  FILLER      PIC X(7)      VALUE SPACES.
           05  FILLER      PIC X(5)      VALUE 'PAGE '.
           05  DREG-PAGE   PIC ZZ9.
       01  DREG-HDR2.
           05  FILLER      PIC X         VALUE SPACES.
           05  FILLER      PIC X(8)      VALUE 'EMPLOYEE'.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(15)     VALUE 'NAME'.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(4)      VALUE 'CODE'.
           05  FILLER      PIC X         VALUE SPACES.
           05  FILLER      PIC X(15)     VALUE 'DESCRIPTION'.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X         VALUE 'T'.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(2)      VALUE 'PR'.
           05  FILLER      PIC X(6)      VALUE SPACES.
           05  FILLER      PIC X(5)      VALUE 'TAKEN'.
           05  FILLER      PIC X(4)      VALUE SPACES.
           05  FILLER      PIC X(7)      VALUE 'ARREARS'.
           05  FILLER      PIC X(5)      VALUE SPACES.
           05  FILLER      PIC X(7)      VALUE 'BALANCE'.
           05  FILLER      PIC X(8)      VALUE SPACES.
           05  FILLER      PIC X(4)      VALUE 'GOAL'.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(4)      VALUE 'NOTE'.
       01  DREG-DTL.
           05  FILLER                PIC X         VALUE SPACES.
           05  DREG-DTL-EMP-NUM      PIC X(5).
           05  FILLER                PIC X(5)      VALUE SPACES.
           05  DREG-DTL-NAME         PIC X(15).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  DREG-DTL-CODE         PIC X(3).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  DREG-DTL-DESC         PIC X(15).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  DREG-DTL-TYPE         PIC X.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  DREG-DTL-PRIORITY     PIC Z9.
           05  FILLER                PIC X(3)      VALUE SPACES.
           05  DREG-DTL-TAKEN        PIC ZZZZ9.99.
           05  FILLER                PIC X(3)      VALUE SPACES.
           05  DREG-DTL-ARREARS      PIC ZZZZ9.99.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  DREG-DTL-BALANCE      PIC ZZZZZZ9.99.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  DREG-DTL-GOAL         PIC ZZZZZZ9.99.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  DREG-DTL-NOTE         PIC X(12).
       01  DREG-TOTAL-DTL.
           05  FILLER                PIC X(4)      VALUE SPACES.
           05  DREG-TOT-LABEL        PIC X(20).
           05  DREG-TOT-COUNT        PIC ZZZZ9.
           05  FILLER                PIC X(11)     VALUE ' PROCESSED'.
           05  FILLER                PIC X(16)     VALUE SPACES.
           05  DREG-TOT-TAKEN        PIC ZZZZZZ9.99.
           05  FILLER                PIC X         VALUE SPACES.
           05  DREG-TOT-ARREARS      PIC ZZZZZZ9.99.
       01  DREG-UPDATE-DTL.
           05  FILLER                PIC X(4)      VALUE SPACES.
           05  FILLER                PIC X(24)
                                 VALUE 'MASTER RECORDS UPDATED  '.
           05  DREG-UPD-COUNT        PIC ZZZZ9.
           05  FILLER                PIC X(16)
                                 VALUE '   NOT UPDATED  '.
           05  DREG-UPD-NOT-COUNT    PIC ZZZZ9.
       01  DREG-TOTAL-FIELDS.
           05  DREG-GARN-COUNT       PIC 9(5)     COMP-3  VALUE 0.
           05  DREG-GARN-TAKEN       PIC 9(7)V99  COMP-3  VALUE 0.
           05  DREG-GARN-ARREARS     PIC 9(7)V99  COMP-3  VALUE 0.
           05  DREG-VOL-COUNT        PIC 9(5)     COMP-3  VALUE 0.
           05  DREG-VOL-TAKEN        PIC 9(7)V99  COMP-3  VALUE 0.
           05  DREG-VOL-ARREARS      PIC 9(7)V99  COMP-3  VALUE 0.
           05  DREG-TOTAL-ARREARS    PIC 9(7)V99  COMP-3  VALUE 0.
           05  DREG-LINE-COUNT       PIC S99              VALUE +56.
           05  DREG-PAGE-COUNT       PIC 9(3)             VALUE 1.
*********
*********  TRIAL RUN PAY COMPARISON - ONE LINE PER EMPLOYEE PAID IN
*********  A TRIAL RUN, SETTING THE TRIAL GROSS AND NET AGAINST THE
*********  EMPLOYEE'S LAST PAY HISTORY RECORD.  A SWING OF MORE THAN
*********  TOLERANCE-PCT-LIMIT PERCENT EITHER WAY IN GROSS OR NET,
*********  OR PAY WHERE THE LAST CYCLE PAID NOTHING, IS FLAGGED.
*********
       01  TCMP-HDR1.
           05  FILLER      PIC X         VALUE SPACES.
           05  FILLER      PIC X(10)     VALUE 'RUN DATE  '.
           05  TCMP-RUN-MM PIC 99.
           05  FILLER      PIC X         VALUE '/'.
           05  TCMP-RUN-DD PIC 99.
           05  FILLER      PIC X         VALUE '/'.
           05  TCMP-RUN-CCYY
                           PIC 9(4).
           05  FILLER      PIC X(5)      VALUE SPACES.
           05  FILLER      PIC X(24)
                              VALUE 'TRIAL RUN PAY COMPARISON'.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(13)     VALUE '*** TRIAL ***'.
           05  FILLER      PIC X(7)      VALUE SPACES.
           05  FILLER      PIC X(5)      VALUE 'PAGE '.
           05  TCMP-PAGE   PIC ZZ9.
       01  TCMP-HDR2.
           05  FILLER      PIC X         VALUE SPACES.
           05  FILLER      PIC X(8)      VALUE 'EMPLOYEE'.
           05  FILLER      PIC X(17)     VALUE 'NAME'.
           05  FILLER      PIC X(5)      VALUE 'TYPE'.
           05  FILLER      PIC X(10)     VALUE 'LAST PAID'.
           05  FILLER      PIC X(12)     VALUE '  LAST GROSS'.
           05  FILLER      PIC X(12)     VALUE ' TRIAL GROSS'.
           05  FILLER      PIC X(7)      VALUE '    PCT'.
           05  FILLER      PIC X(12)     VALUE '    LAST NET'.
           05  FILLER      PIC X(12)     VALUE '   TRIAL NET'.
           05  FILLER      PIC X(7)      VALUE '    PCT'.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(4)      VALUE 'NOTE'.
       01  TCMP-DTL.
           05  FILLER                PIC X         VALUE SPACES.
           05  TCMP-DTL-EMP-NUM      PIC X(5).
           05  FILLER                PIC X(3)      VALUE SPACES.
           05  TCMP-DTL-NAME         PIC X(15).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  TCMP-DTL-TYPE         PIC X.
           05  FILLER                PIC X(4)      VALUE SPACES.
           05  TCMP-DTL-LAST-DATE    PIC X(10).
           05  FILLER                PIC X(3)      VALUE SPACES.
           05  TCMP-DTL-LAST-GROSS   PIC ZZZZZ9.99.
           05  FILLER                PIC X(3)      VALUE SPACES.
           05  TCMP-DTL-TRIAL-GROSS  PIC ZZZZZ9.99.
           05  FILLER                PIC X         VALUE SPACES.
           05  TCMP-DTL-GROSS-PCT    PIC ZZZZ9-.
           05  FILLER                PIC X(3)      VALUE SPACES.
           05  TCMP-DTL-LAST-NET     PIC ZZZZZ9.99.
           05  FILLER                PIC X(3)      VALUE SPACES.
           05  TCMP-DTL-TRIAL-NET    PIC ZZZZZ9.99.
           05  FILLER                PIC X         VALUE SPACES.
           05  TCMP-DTL-NET-PCT      PIC ZZZZ9-.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  TCMP-DTL-NOTE         PIC X(16).
       01  TCMP-TOTAL-DTL.
           05  FILLER                PIC X(4)      VALUE SPACES.
           05  FILLER                PIC X(9)      VALUE 'COMPARED '.
           05  TCMP-TOT-COMPARED     PIC ZZZZ9.
           05  FILLER                PIC X(10)     VALUE '  FLAGGED '.
           05  TCMP-TOT-FLAGGED      PIC ZZZZ9.
           05  FILLER                PIC X(18)
                                 VALUE '  NO PAY HISTORY  '.
           05  TCMP-TOT-NO-HIST      PIC ZZZZ9.
       01  TCMP-FIELDS.
           05  TCMP-EMP-NUM          PIC X(5).
           05  TCMP-LAST-DATE        PIC X(8).
           05  TCMP-LAST-DATE-PARTS REDEFINES TCMP-LAST-DATE.
               10  TCMP-LAST-CCYY    PIC X(4).
               10  TCMP-LAST-MM      PIC X(2).
               10  TCMP-LAST-DD      PIC X(2).
           05  TCMP-LAST-GROSS       PIC 9(5)V99.
           05  TCMP-LAST-NET         PIC 9(5)V99.
           05  TCMP-BASE             PIC S9(7)V99 COMP-3.
           05  TCMP-CURR             PIC S9(7)V99 COMP-3.
           05  TCMP-PCT              PIC S9(5)    COMP-3.
           05  TCMP-COMPARED-COUNT   PIC 9(5)     COMP-3  VALUE 0.
           05  TCMP-FLAGGED-COUNT    PIC 9(5)     COMP-3  VALUE 0.
           05  TCMP-NO-HIST-COUNT    PIC 9(5)     COMP-3  VALUE 0.
           05  TCMP-LINE-COUNT       PIC S99              VALUE +56.
           05  TCMP-PAGE-COUNT       PIC 9(3)             VALUE 1.
*********
*********  WORK FIELDS FOR THE RUN-OVER-RUN TOLERANCE CHECK.  A SWING
*********  OF MORE THAN TOLERANCE-PCT-LIMIT PERCENT IN EITHER
*********  DIRECTION AGAINST THE PRIOR CYCLE IS FLAGGED ON THE
           05  SLS-XCPT-MESSAGE      PIC X(35).
           05  FILLER                PIC X(28)      VALUE SPACES.
*********
*********  TIME EXCEPTION RECORD - A TIME ENTRY (OR AN EMPLOYEE'S
*********  ACCUMULATED ENTRIES) THAT COULD NOT BE PAID.
*********
       01  TIME-XCPT-DETAIL.
           05  FILLER                PIC X          VALUE SPACES.
           05  TIM-XCPT-EMP-NUM      PIC X(5).
           05  FILLER                PIC X          VALUE SPACES.
           05  TIM-XCPT-DATE         PIC X(8).
           05  FILLER                PIC X          VALUE SPACES.
           05  TIM-XCPT-HOURS        PIC ZZ9.99.
           05  FILLER                PIC X          VALUE SPACES.
           05  TIM-XCPT-MESSAGE      PIC X(35).
           05  FILLER                PIC X(22)      VALUE SPACES.
*********
*********  YTDSAL POSTING AUDIT LINE - ONE PER EMPLOYEE POSTED (OR
*********  NOT POSTED, WITH THE SQLCODE THAT STOPPED IT).
*********
      *                         CYCLE.  FUTURE-DATED TRANSACTIONS GO   *
      *                         TO THE CARRY-FORWARD FILE; STALE OR    *
      *                         UNDATED ONES TO THE SALES EXCEPTION    *
      *                         FILE.  TIMEINP ENTRIES ARE CUT OFF     *
      *                         THE SAME WAY, TO TIMCARRY AND THE      *
      *                         TIME EXCEPTION FILE.                   *
      *                         BOTH DATES OR NEITHER MUST BE          *
      *                         CODED; THE WINDOW USED IS STAMPED ON   *
      *                         THE RUN-CONTROL RECORD.                *
      *      PARM-RERUN-FLAG    'F' FORCES THE COMPENSATION RUN EVEN   *
           03  LOOP-CNT           PIC X(2).
           03  PARM-RUN-MODE      PIC X.
               88  RUN-MODE-COMPENSATION    VALUE 'C'.
               88  RUN-MODE-TRIAL           VALUE 'T'.
           03  PARM-RESTART-NUM   PIC X(5).
           03  PARM-EOM-FLAG      PIC X.
               88  PARM-REQUESTED-END-OF-MONTH  VALUE 'Y'.
*********  THE COMPENSATION REPORTS ONLY RUN WHEN THE CALLER CODED
*********  PARM-RUN-MODE = 'C' ON THE JCL PARM= KEYWORD.  THE
*********  WITHHOLDING CHECK AND THE RECONCILIATION ALWAYS RUN.
*********  PARM-RUN-MODE = 'T' IS A TRIAL RUN: EVERY COMPENSATION
*********  CALCULATION IS MADE AND THE REPORTS PRINT MARKED TRIAL,
*********  BUT NOTHING IS POSTED, NO HISTORY, EXTRACT OR CARRY-FORWARD
*********  RECORD IS WRITTEN, NEITHER MASTER IS UPDATED AND THE CYCLE
*********  IS NOT RECORDED AS RUN.  EACH EMPLOYEE'S PAY IS COMPARED
*********  AGAINST THEIR LAST PAY HISTORY RECORD INSTEAD.
*********
           MOVE 'N' TO COMP-RUN-SW.
           MOVE 'N' TO TRIAL-RUN-SW.
           IF PARM-LTH NOT LESS THAN 4 AND RUN-MODE-COMPENSATION
               MOVE 'Y' TO COMP-RUN-SW
           END-IF.
           IF PARM-LTH NOT LESS THAN 4 AND RUN-MODE-TRIAL
               MOVE 'Y' TO COMP-RUN-SW
               MOVE 'Y' TO TRIAL-RUN-SW
               MOVE '*** TRIAL ***' TO EMP-TRIAL-MARK
               MOVE '*** TRIAL ***' TO REG-TRIAL-MARK
               MOVE '*** TRIAL ***' TO WHLD-TRIAL-MARK
               MOVE '*** TRIAL ***' TO DREG-TRIAL-MARK
           END-IF.
           PERFORM 0900-OPEN.
           IF COMP-RUN
               PERFORM 9000-OPEN
*********  THE RUN MODE - IT FEEDS WBCI0040 AND THE SALES
*********  ACCUMULATION TABLE IN THE SAME PASS.  THE PAY-PERIOD
*********  WINDOW IS PICKED UP FROM THE PARM FIRST SO THE LOAD CAN
*********  APPLY THE CUT-OFF.  THE DAILY TIME-ENTRY FILE IS LOADED
*********  THE SAME WAY, UNDER THE SAME WINDOW.
*********
           PERFORM 9150-CHECK-PERIOD-PARM.
           PERFORM 9400-LOAD-SALES-TABLE.
           PERFORM 9450-LOAD-TIME-TABLE.
*********
*********  ONE PASS OVER THE EMPLOYEE MASTER DRIVES BOTH THE
*********  WITHHOLDING CHECK AND, IN COMPENSATION MODE, THE
           END-IF.
           CLOSE SALES-XCPT-FILE.
           CLOSE CARRY-FORWARD-FILE.
           CLOSE TIME-XCPT-FILE.
           CLOSE TIME-CARRY-FILE.
           PERFORM 0300-WRITE-RUN-CONTROL.
*********
*********  THE CALLS MADE SINCE 0400 RESET RETURN-CODE, SO A SKIPPED
*********  DOUBLE RUN IS GIVEN ITS RC 8 AGAIN HERE - THE ACH AND GL
*********  STEPS THAT FOLLOW IN THE JOB ARE BYPASSED ON IT.
*********
           IF DOUBLE-RUN AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
*********
*********
*********  DOUBLE EVERY EMPLOYEE'S YTDSAL OR SEND PAYROLL THE
*********  EXTRACT TWICE.  A FORCED RERUN IS MARKED ON THE
*********  RUN-CONTROL RECORD AND THE CONTROL REPORT SO DOWNSTREAM
*********  CONSUMERS KNOW WHICH EXTRACT TO LOAD.  A TRIAL RUN POSTS
*********  NOTHING, SO IT IS ONLY TOLD THE CYCLE HAS ALREADY RUN.
*********
       0400-CHECK-PRIOR-RUN.
           MOVE 'N' TO DOUBLE-RUN-SW.
           IF CTL-RUN-DATE OF PRIOR-RUN-CONTROL NOT = TODAYS-DATE
              OR CTL-COMP-RUN-FLAG OF PRIOR-RUN-CONTROL NOT = 'Y'
               GO TO 0400-EXIT.
           IF TRIAL-RUN
               MOVE ' *** TRIAL RUN - COMPENSATION ALREADY RAN THIS DAT
      -            'E *** ' TO ERROR-LINE
               WRITE REPORT-RECORD2 FROM ERROR-LINE
               GO TO 0400-EXIT.
           IF PARM-LTH NOT LESS THAN 27 AND PARM-FORCED-RERUN
               MOVE 'Y' TO RERUN-FORCED-SW
               MOVE ' *** FORCED RERUN - COMPENSATION ALREADY RAN THIS
*********
*********  FLAG A FORCED RERUN OR A SKIPPED DOUBLE RUN ON THE
*********  CONTROL REPORT SO DOWNSTREAM CONSUMERS KNOW WHICH
*********  EXTRACT OF THE DAY TO LOAD.  A TRIAL RUN IS MARKED AND
*********  COMPARED AGAINST THE LAST REAL COMPENSATION RUN.
*********
           IF RERUN-FORCED
               MOVE ' FORCED RERUN - THIS EXTRACT SUPERSEDES THE EARLIE
      -           'RACT IS EMPTY' TO CONTROL-MSG-LINE
               WRITE CONTROL-RPT-RECORD FROM CONTROL-MSG-LINE
           END-IF.
           IF TRIAL-RUN
               MOVE ' *** TRIAL RUN - NOTHING POSTED, CYCLE NOT RECORDE
      -           'D AS RUN ***' TO CONTROL-MSG-LINE
               WRITE CONTROL-RPT-RECORD FROM CONTROL-MSG-LINE
           END-IF.
           EVALUATE TRUE
               WHEN NOT PRIOR-CTL-FOUND
                   MOVE ' NO PRIOR CONTROL RECORD - COMPARE SKIPPED'
                   WRITE CONTROL-RPT-RECORD FROM CONTROL-MSG-LINE
               WHEN CTL-PARM-DATA OF RUN-CONTROL-RECORD (4:1) NOT =
                    CTL-PARM-DATA OF PRIOR-RUN-CONTROL (4:1)
                AND NOT (TRIAL-RUN AND
                    CTL-PARM-DATA OF PRIOR-RUN-CONTROL (4:1) = 'C')
                   MOVE ' PRIOR RUN MODE DIFFERS - COMPARE SKIPPED'
                       TO CONTROL-MSG-LINE
                   WRITE CONTROL-RPT-RECORD FROM CONTROL-MSG-LINE
               CTL-GRAND-TOTAL-EMP OF RUN-CONTROL-RECORD.
           MOVE GRAND-TOTAL-MGMT TO
               CTL-GRAND-TOTAL-MGMT OF RUN-CONTROL-RECORD.
           MOVE UNPAID-EMP-TOTAL TO
               CTL-UNPAID-EMP-TOTAL OF RUN-CONTROL-RECORD.
*********
*********  STAMP THE PAY-PERIOD WINDOW THE SALES CUT-OFF USED, SO
*********  WHICH SALES WERE IN WHICH PERIOD IS PROVABLE FROM THE
           MOVE SALES-CARRIED-COUNT TO
               CTL-SALES-CARRIED-COUNT OF RUN-CONTROL-RECORD.
*********
*********  TIME-ENTRY COUNTS AND THE HOURS PAID TO HOURLY EMPLOYEES,
*********  SPLIT BY TIER, SO EACH RUN'S HOURS ARE PROVABLE FROM THE
*********  RUN-CONTROL RECORD.
*********
           MOVE TIME-ENTRIES-READ TO
               CTL-TIME-ENTRIES-READ OF RUN-CONTROL-RECORD.
           MOVE TIME-CARRIED-COUNT TO
               CTL-TIME-CARRIED-COUNT OF RUN-CONTROL-RECORD.
           MOVE TIME-XCPT-COUNT TO
               CTL-TIME-XCPT-COUNT OF RUN-CONTROL-RECORD.
           MOVE HOURS-REGULAR-TOTAL TO
               CTL-HOURS-REGULAR OF RUN-CONTROL-RECORD.
           MOVE HOURS-OVERTIME-TOTAL TO
               CTL-HOURS-OVERTIME OF RUN-CONTROL-RECORD.
           MOVE HOURS-DOUBLE-TOTAL TO
               CTL-HOURS-DOUBLE-TIME OF RUN-CONTROL-RECORD.
*********
*********  STATE WITHHOLDING AS PRINTED ON THE WITHHOLDING REGISTER
*********  (SO THE RECORD TIES TO THE REGISTER AND THE EXTRACT) AND
*********  THE COUNT OF PEOPLE PAID WITH NO STATE TAX ENTRY.
*********
           MOVE WHLD-GRAND-STATE-WHLD TO
               CTL-STATE-WITHHOLD-TOTAL OF RUN-CONTROL-RECORD.
           MOVE STATE-MISSING-COUNT TO
               CTL-STATE-MISSING-COUNT OF RUN-CONTROL-RECORD.
*********
*********  DEDUCTIONS TAKEN AS PRINTED ON THE WITHHOLDING REGISTER,
*********  AND THE ARREARS LEFT OUTSTANDING PER THE DEDUCTION REGISTER.
*********
           MOVE WHLD-GRAND-DEDUCT TO
               CTL-DEDUCT-TOTAL OF RUN-CONTROL-RECORD.
           MOVE DREG-TOTAL-ARREARS TO
               CTL-DEDUCT-ARREARS OF RUN-CONTROL-RECORD.
           MOVE WHLD-GRAND-NET TO
               CTL-NET-PAY-TOTAL OF RUN-CONTROL-RECORD.
           MOVE WHLD-GRAND-PAID TO
               CTL-NET-PAY-COUNT OF RUN-CONTROL-RECORD.
*********
*********  RECORD WHETHER A COMPENSATION RUN HAS COMPLETED FOR THIS
*********  RUN DATE (THE NEXT RUN'S DOUBLE-RUN GUARD CHECKS IT) AND
*********  WHETHER THE OPERATOR FORCED A RERUN.  A RUN THAT DID NOT
*********  WITHHOLDING-ONLY RUN - CARRIES THE PRIOR RECORD'S 'Y'
*********  FORWARD WHEN IT IS FOR THE SAME DATE, SO ROLLING A NEW
*********  GENERATION NEVER ERASES THE EVIDENCE THE GUARD READS.
*********  A TRIAL RUN NEVER COMPLETES ONE.
*********
           IF COMP-RUN AND GOOD-PARM AND NOT DOUBLE-RUN
              AND NOT TRIAL-RUN
               MOVE 'Y' TO CTL-COMP-RUN-FLAG OF RUN-CONTROL-RECORD
           ELSE
               IF PRIOR-CTL-FOUND
           MOVE CTL-GRAND-TOTAL-MGMT OF PRIOR-RUN-CONTROL
               TO TOL-PRIOR-VALUE.
           PERFORM 0340-CHECK-TOLERANCE.
           IF CTL-HOURS-REGULAR OF PRIOR-RUN-CONTROL NUMERIC
               PERFORM 0332-COMPARE-TIME-TOTALS
           END-IF.
           IF CTL-STATE-WITHHOLD-TOTAL OF PRIOR-RUN-CONTROL NUMERIC
               PERFORM 0334-COMPARE-STATE-TOTALS
           END-IF.
           IF CTL-DEDUCT-TOTAL OF PRIOR-RUN-CONTROL NUMERIC
               PERFORM 0336-COMPARE-DEDUCT-TOTALS
           END-IF.
           IF CTL-NET-PAY-TOTAL OF PRIOR-RUN-CONTROL NUMERIC
               PERFORM 0337-COMPARE-NET-TOTALS
           END-IF.
           MOVE 1 TO REGION-SUB.
           PERFORM 0335-CHECK-REGION-TOLERANCE
               UNTIL REGION-SUB > MAX-REGIONS.
*********
*********  THE TIME-ENTRY METRICS ARE ONLY COMPARED WHEN THE PRIOR
*********  RECORD CARRIES THEM - A RECORD WRITTEN BEFORE HOURS CAME
*********  FROM THE TIME-ENTRY FILE HAS SPACES THERE.
*********
       0332-COMPARE-TIME-TOTALS.
           MOVE 'TIME EXCEPTNS   ' TO TOL-METRIC-NAME.
           MOVE CTL-TIME-XCPT-COUNT OF RUN-CONTROL-RECORD
               TO TOL-CURR-VALUE.
           MOVE CTL-TIME-XCPT-COUNT OF PRIOR-RUN-CONTROL
               TO TOL-PRIOR-VALUE.
           PERFORM 0340-CHECK-TOLERANCE.
           MOVE 'HOURS PAID      ' TO TOL-METRIC-NAME.
           COMPUTE TOL-CURR-VALUE =
               CTL-HOURS-REGULAR OF RUN-CONTROL-RECORD
             + CTL-HOURS-OVERTIME OF RUN-CONTROL-RECORD
             + CTL-HOURS-DOUBLE-TIME OF RUN-CONTROL-RECORD.
           COMPUTE TOL-PRIOR-VALUE =
               CTL-HOURS-REGULAR OF PRIOR-RUN-CONTROL
             + CTL-HOURS-OVERTIME OF PRIOR-RUN-CONTROL
             + CTL-HOURS-DOUBLE-TIME OF PRIOR-RUN-CONTROL.
           PERFORM 0340-CHECK-TOLERANCE.
*********
*********  LIKEWISE THE STATE WITHHOLDING METRICS, ONLY WHEN THE
*********  PRIOR RECORD CARRIES THEM.
*********
       0334-COMPARE-STATE-TOTALS.
           MOVE 'STATE WITHHELD  ' TO TOL-METRIC-NAME.
           MOVE CTL-STATE-WITHHOLD-TOTAL OF RUN-CONTROL-RECORD
               TO TOL-CURR-VALUE.
           MOVE CTL-STATE-WITHHOLD-TOTAL OF PRIOR-RUN-CONTROL
               TO TOL-PRIOR-VALUE.
           PERFORM 0340-CHECK-TOLERANCE.
           MOVE 'NO STATE ENTRY  ' TO TOL-METRIC-NAME.
           MOVE CTL-STATE-MISSING-COUNT OF RUN-CONTROL-RECORD
               TO TOL-CURR-VALUE.
           MOVE CTL-STATE-MISSING-COUNT OF PRIOR-RUN-CONTROL
               TO TOL-PRIOR-VALUE.
           PERFORM 0340-CHECK-TOLERANCE.
*********
*********  LIKEWISE THE DEDUCTION METRICS.
*********
       0336-COMPARE-DEDUCT-TOTALS.
           MOVE 'DEDUCTIONS TAKEN' TO TOL-METRIC-NAME.
           MOVE CTL-DEDUCT-TOTAL OF RUN-CONTROL-RECORD
               TO TOL-CURR-VALUE.
           MOVE CTL-DEDUCT-TOTAL OF PRIOR-RUN-CONTROL
               TO TOL-PRIOR-VALUE.
           PERFORM 0340-CHECK-TOLERANCE.
           MOVE 'DEDUCT ARREARS  ' TO TOL-METRIC-NAME.
           MOVE CTL-DEDUCT-ARREARS OF RUN-CONTROL-RECORD
               TO TOL-CURR-VALUE.
           MOVE CTL-DEDUCT-ARREARS OF PRIOR-RUN-CONTROL
               TO TOL-PRIOR-VALUE.
           PERFORM 0340-CHECK-TOLERANCE.
*********
*********  LIKEWISE THE NET PAY THE DEPOSIT STEP BALANCES TO.
*********
       0337-COMPARE-NET-TOTALS.
           MOVE 'NET PAY         ' TO TOL-METRIC-NAME.
           MOVE CTL-NET-PAY-TOTAL OF RUN-CONTROL-RECORD
               TO TOL-CURR-VALUE.
           MOVE CTL-NET-PAY-TOTAL OF PRIOR-RUN-CONTROL
               TO TOL-PRIOR-VALUE.
           PERFORM 0340-CHECK-TOLERANCE.
           MOVE 'PEOPLE PAID     ' TO TOL-METRIC-NAME.
           MOVE CTL-NET-PAY-COUNT OF RUN-CONTROL-RECORD
               TO TOL-CURR-VALUE.
           MOVE CTL-NET-PAY-COUNT OF PRIOR-RUN-CONTROL
               TO TOL-PRIOR-VALUE.
           PERFORM 0340-CHECK-TOLERANCE.
*********
*********  EACH REGION'S EMPLOYEE COUNT IS CHECKED SEPARATELY - A
*********  REGION COLLAPSING TO ZERO (A REGION-FILE TYPO, FOR
*********  INSTANCE) IS EXACTLY THE SWING THIS REPORT EXISTS TO
                 MOVE 'Y' TO CUR-EMP-YTD-FOUND-SW
                 MOVE YTD-WITHHOLD TO CUR-EMP-YTD-WITHHOLD
                 MOVE MAXNATL TO CUR-EMP-MAXNATL
                 MOVE YTDSAL TO CUR-EMP-YTDSAL
                 IF YTD-WITHHOLD < MAXNATL
                    MOVE 'ACTIVE ' TO EMP-STATUS OF EMPLOYEE-STATUS
                    MOVE YTD-WITHHOLD TO CURRENT-WITHHOLD
               GO TO 0500-EXIT.
           PERFORM 1000-PROCESS-DATA.
*********
*********  TIME KEYED AGAINST A SALES OR MANAGEMENT EMPLOYEE IS NOT
*********  PAID; IT IS MARKED SO THE TIME EXCEPTION LIST SAYS WHY.
*********
           IF NOT HOURLY
               PERFORM 2150-FLAG-NON-HOURLY-TIME.
*********
*********  A TERMINATION-PENDING EMPLOYEE HAS JUST BEEN PAID THEIR
*********  FINAL CYCLE (INCLUDING ANY ACCUMULATED SALES COMMISSION);
*********  WRITE THE TERMINATED-EMPLOYEE HISTORY RECORD AND MARK THE
*********  MASTER TERMINATION PAID.  A TRIAL RUN ONLY COUNTS THEM.
*********
           IF EMP-TERM-PENDING
               IF TRIAL-RUN
                   ADD 1 TO TERM-PAID-COUNT
               ELSE
                   PERFORM 5600-PROCESS-TERMINATION
               END-IF
           END-IF.
       0500-EXIT.
           EXIT.
*********
      *********  THE MASTER IS OPEN I-O SO A TERMINATION-PENDING
      *********  RECORD CAN BE MARKED TERMINATION PAID IN PLACE ONCE
      *********  ITS FINAL-PAY HISTORY RECORD IS SAFELY WRITTEN.
      *********  A TRIAL RUN ONLY READS IT.
       0900-OPEN.
           IF TRIAL-RUN
               OPEN INPUT  EMPLOYEE-FILE
           ELSE
               OPEN I-O    EMPLOYEE-FILE
           END-IF.
           OPEN OUTPUT EMPSTAT-FILE.
           OPEN OUTPUT SALES-XCPT-FILE.
           OPEN OUTPUT CARRY-FORWARD-FILE.
           OPEN OUTPUT TIME-XCPT-FILE.
           OPEN OUTPUT TIME-CARRY-FILE.
*********  OPEN OUTPUT REPORT-FILE.
*********
*********
       0600-FINISH-COMPENSATION.
           PERFORM 6000-PRINT-EMPLOYEE-REPORT.
           PERFORM 6500-WRITE-SALES-EXCEPTIONS.
           PERFORM 6560-WRITE-TIME-EXCEPTIONS.
           MOVE 1 TO REGION-SUB.
           IF END-OF-MONTH
               PERFORM 7050-CHECK-REGION-MANAGERS
               PERFORM 7000-PRINT-REGION-REPORT
                       THRU 7000-EXIT
                     UNTIL REGION-SUB > REGION-COUNT
*********
*********  THE WITHHOLDING REGISTER PRINTS AFTER THE REGION REPORT
*********  SO AT END-OF-MONTH IT CAN INCLUDE THE MANAGER FIGURES
*********  JUST COMPUTED FOR THE REGION EXTRACT RECORDS.  THE
*********  DEDUCTION REGISTER FOLLOWS IT FOR THE SAME REASON, AND THE
*********  DEDUCTION MASTER IS REWRITTEN ALONGSIDE THE YTD POSTING.
*********  A TRIAL RUN POSTS NOTHING AND LEAVES THE DEDUCTION MASTER
*********  AS IT WAS; IT LISTS WHAT WOULD HAVE POSTED AS NOT POSTED
*********  AND TOTALS ITS PAY COMPARISON INSTEAD.
*********
           PERFORM 6300-PRINT-WITHHOLD-REGISTER.
           PERFORM 6800-PRINT-DEDUCTION-REGISTER.
           IF TRIAL-RUN
               PERFORM 6195-PRINT-TCMP-TOTALS
               PERFORM 6660-AUDIT-TRIAL-POSTING
                   VARYING POST-IX FROM 1 BY 1
                   UNTIL POST-IX > YTD-POST-COUNT
               WRITE DEDUCTION-RPT-RECORD FROM BLANK-LINE
               MOVE '    TRIAL RUN - DEDUCTION MASTER NOT UPDATED'
                   TO DEDUCTION-RPT-RECORD
               WRITE DEDUCTION-RPT-RECORD
           ELSE
               PERFORM 6600-POST-YTD-EARNINGS
               PERFORM 6700-UPDATE-DEDUCTION-MASTER
           END-IF.
*********
*********  DIFFERENT PROCESSING OCCURS BASED ON EMPLOYEE TYPE.  THERE
*********  ARE 3 VALID EMPLOYEE TYPES.  IF A RECORD IS READ CONTAINING
                       MOVE ' INVALID EMPLOYEE TYPE ' TO ERROR-LINE
                       WRITE REPORT-RECORD2 FROM ERROR-LINE.
*********
*********  CALCULATE TYPE H (HOURLY) EMPLOYEE COMPENSATION.  THE
*********  HOURS PAID ARE THE EMPLOYEE'S TIME ENTRIES ACCUMULATED
*********  FOR THE PAY PERIOD (NOT THE HOURS FIELD ON THE MASTER); AN
*********  EMPLOYEE WITH NO ENTRIES IS PAID NO HOURS.  HOURS 41
*********  THROUGH 60 ARE PAID AS OVERTIME AT 1.5 TIMES THE HOURLY
*********  RATE; ANY HOURS BEYOND 60 ARE PAID AS DOUBLE-TIME AT 2.0
*********  TIMES THE HOURLY RATE AND BROKEN OUT SEPARATELY SO THE
*********  TWO TIERS CAN BE AUDITED INDEPENDENTLY.  THE HOURS IN EACH
*********  TIER ARE ADDED TO THE RUN'S HOURS TOTALS.  ONCE EMPLOYEE
*********  COMPENSATION IS CALCULATED, IT IS STORED IN A HOLD TABLE.
*********  THE DATA IN THE HOLD TABLE IS USED FOR PRINTING THE
*********  EMPLOYEE COMPENSATION REPORT.
       2000-PROCESS-HOURLY.
           MOVE ZERO TO OT-AMOUNT.
           MOVE ZERO TO DT-AMOUNT.
           MOVE ZERO TO OT-HOURS.
           MOVE ZERO TO DT-HOURS.
           PERFORM 2100-FIND-EMP-TIME.
           IF PERIOD-HOURS GREATER THAN 60
               MOVE 40 TO REG-HOURS
               MOVE 20 TO OT-HOURS
               COMPUTE DT-HOURS  = PERIOD-HOURS - 60
           ELSE
               IF PERIOD-HOURS GREATER THAN 40
                   MOVE 40 TO REG-HOURS
                   COMPUTE OT-HOURS  = PERIOD-HOURS - 40
               ELSE
                   MOVE PERIOD-HOURS TO REG-HOURS
               END-IF
           END-IF.
           COMPUTE EMP-WAGES ROUNDED = REG-HOURS * WA-EMP-RATE.
           COMPUTE OT-AMOUNT ROUNDED = OT-HOURS * (WA-EMP-RATE * 1.5).
           COMPUTE DT-AMOUNT ROUNDED = DT-HOURS * (WA-EMP-RATE * 2.0).
           ADD REG-HOURS TO HOURS-REGULAR-TOTAL.
           ADD OT-HOURS  TO HOURS-OVERTIME-TOTAL.
           ADD DT-HOURS  TO HOURS-DOUBLE-TOTAL.
           COMPUTE EMP-COMPENSATION = EMP-WAGES + OT-AMOUNT + DT-AMOUNT.
           ADD EMP-COMPENSATION TO GRAND-TOTAL-EMP.
           MOVE EMP-COMPENSATION TO WITHHOLD-GROSS.
           MOVE WA-NATL-TAX-WITHOLD-PCT TO WITHHOLD-PCT-WORK.
           MOVE WA-EMP-STATE TO STATE-WORK-CODE.
           MOVE WA-EMP-NUM TO STATE-WORK-EMP.
           MOVE WA-EMP-NUM TO DED-WORK-EMP.
           MOVE WA-EMP-NAME TO DED-WORK-NAME.
           PERFORM 5400-COMPUTE-WITHHOLDING.
           PERFORM 5500-STORE-YTD-POSTING.
           PERFORM 5200-COMPUTE-SERVICE.
           PERFORM 5000-STORE-EMPLOYEE-DETAIL.
           SET HOLD-IX UP BY 1.
*********
*********  FIND THIS EMPLOYEE'S ACCUMULATED HOURS FOR THE PAY PERIOD
*********  IN THE TIME ACCUMULATION TABLE AND FLAG THE ENTRY MATCHED
*********  SO UNMATCHED TIME CAN BE LISTED AT END OF RUN.
*********
       2100-FIND-EMP-TIME.
           MOVE 0 TO PERIOD-HOURS.
           MOVE 'N' TO TIME-FOUND-SW.
           IF TIME-ACCUM-COUNT > 0
               PERFORM 2110-MATCH-TIME-ENTRY
                   VARYING TIM-IX FROM 1 BY 1
                   UNTIL TIM-IX > TIME-ACCUM-COUNT
                   OR TIME-FOUND
           END-IF.
*********
       2110-MATCH-TIME-ENTRY.
           IF TIM-ACCUM-EMP (TIM-IX) = WA-EMP-NUM
               MOVE 'Y' TO TIME-FOUND-SW
               MOVE TIM-ACCUM-HOURS (TIM-IX) TO PERIOD-HOURS
               MOVE 'Y' TO TIM-ACCUM-MATCHED-SW (TIM-IX)
           END-IF.
*********
*********  A SALES OR MANAGEMENT EMPLOYEE'S TIME ENTRIES ARE MARKED
*********  NOT HOURLY SO 6560 LISTS THEM WITH THE RIGHT REASON.
*********
       2150-FLAG-NON-HOURLY-TIME.
           MOVE 'N' TO TIME-FOUND-SW.
           IF TIME-ACCUM-COUNT > 0
               PERFORM 2160-MARK-NON-HOURLY
                   VARYING TIM-IX FROM 1 BY 1
                   UNTIL TIM-IX > TIME-ACCUM-COUNT
                   OR TIME-FOUND
           END-IF.
*********
       2160-MARK-NON-HOURLY.
           IF TIM-ACCUM-EMP (TIM-IX) = WA-EMP-NUM
               MOVE 'Y' TO TIME-FOUND-SW
               MOVE 'X' TO TIM-ACCUM-MATCHED-SW (TIM-IX)
           END-IF.
*********
*********  CALCULATE TYPE S (SALES) EMPLOYEE COMPENSATION.  THE TOTAL
*********  SALES FOR THE EMPLOYEE IS PASSED TO THE CALLED PROGRAM WHICH
*********  CALCULATES COMMISSION.  ONCE EMPLOYEE COMPENSATION IS
           ADD  EMP-COMPENSATION TO GRAND-TOTAL-EMP.
           MOVE EMP-COMPENSATION TO WITHHOLD-GROSS.
           MOVE WA-NATL-TAX-WITHOLD-PCT TO WITHHOLD-PCT-WORK.
           MOVE WA-EMP-STATE TO STATE-WORK-CODE.
           MOVE WA-EMP-NUM TO STATE-WORK-EMP.
           MOVE WA-EMP-NUM TO DED-WORK-EMP.
           MOVE WA-EMP-NAME TO DED-WORK-NAME.
           PERFORM 5400-COMPUTE-WITHHOLDING.
           PERFORM 5500-STORE-YTD-POSTING.
           PERFORM 5200-COMPUTE-SERVICE.
               MOVE 'Y' TO SLS-ACCUM-MATCHED-SW (SLS-IX)
           END-IF.
*********
*********  PROCESS TYPE M (MANAGEMENT) RECORDS.  EACH MANAGER IS
*********  ADDED TO THE MANAGER TABLE WITH THEIR SALARY, COMMISSION
*********  SHARE AND WITHHOLDING FIGURES FOR USE DURING PRINTING OF
*********  THE REGIONAL SALES REPORT, AND COUNTED AGAINST THEIR
*********  REGION SO A REGION WITH NO MANAGER, OR WHOSE SHARES DO
*********  NOT TOTAL 100, CAN BE FLAGGED BEFORE THE REPORT PRINTS.
*********  A SHARE THAT IS NOT NUMERIC (NEVER KEYED) IS TAKEN AS
*********  ZERO.
*********
       4000-PROCESS-MANAGEMENT.
           PERFORM 5150-CHECK-REGION.
           IF NOT VALID-REGION
               PERFORM 5050-WRITE-SUSPENSE-RECORD
           ELSE
               IF MGR-COUNT NOT LESS THAN MGR-TABLE-MAX
                   MOVE SPACES TO ERROR-LINE
                   STRING ' *** MANAGER TABLE FULL - EMPLOYEE '
                          WA-EMP-NUM ' NOT PAID *** '
                          DELIMITED BY SIZE INTO ERROR-LINE
                   END-STRING
                   WRITE REPORT-RECORD2 FROM ERROR-LINE
               ELSE
                   ADD 1 TO MGR-COUNT
                   SET MGR-IX TO MGR-COUNT
                   MOVE WA-EMP-NUM     TO MGR-EMP-NUM (MGR-IX)
                   MOVE WA-EMP-NAME    TO MGR-NAME (MGR-IX)
                   MOVE WA-EMP-REGION  TO MGR-REGION (MGR-IX)
                   MOVE WA-MGMT-SALARY TO MGR-SALARY (MGR-IX)
                   IF WA-MGMT-SHARE-PCT NUMERIC
                       MOVE WA-MGMT-SHARE-PCT
                                       TO MGR-SHARE-PCT (MGR-IX)
                   ELSE
                       MOVE 0 TO MGR-SHARE-PCT (MGR-IX)
                   END-IF
                   MOVE WA-NATL-TAX-WITHOLD-PCT
                                       TO MGR-PCT (MGR-IX)
                   MOVE CUR-EMP-YTD-FOUND-SW
                                       TO MGR-FOUND-SW (MGR-IX)
                   MOVE CUR-EMP-YTD-WITHHOLD
                                       TO MGR-YTDWH (MGR-IX)
                   MOVE CUR-EMP-MAXNATL
                                       TO MGR-MAXNATL (MGR-IX)
                   MOVE WA-EMP-STATE   TO MGR-STATE (MGR-IX)
                   MOVE CUR-EMP-YTDSAL TO MGR-YTDSAL (MGR-IX)
                   MOVE 0 TO MGR-STATE-WHLD (MGR-IX)
                   MOVE 0 TO MGR-DED-TOTAL (MGR-IX)
                   MOVE 0 TO MGR-DED-FIRST (MGR-IX)
                   MOVE 0 TO MGR-DED-COUNT (MGR-IX)
                   MOVE 0 TO MGR-COMM (MGR-IX)
                   MOVE 0 TO MGR-GROSS (MGR-IX)
                   MOVE 0 TO MGR-WHLD (MGR-IX)
                   MOVE 0 TO MGR-NET (MGR-IX)
                   ADD 1 TO REGION-MGR-COUNT (WA-EMP-REGION)
                   ADD MGR-SHARE-PCT (MGR-IX)
                       TO REGION-SHARE-TOTAL (WA-EMP-REGION)
               END-IF
           END-IF.
*********
*********  SALES AND HOURLY EMPLOYEE DATA IS STORED IN A HOLD TABLE FOR
               MOVE PERIOD-WITHHOLD
                                TO HOLD-WITHHOLD (REG-IX, HOLD-IX)
               MOVE PERIOD-NET  TO HOLD-NET (REG-IX, HOLD-IX)
               MOVE STATE-WORK-CODE
                                TO HOLD-STATE (REG-IX, HOLD-IX)
               MOVE PERIOD-STATE-WITHHOLD
                                TO HOLD-STATE-WHLD (REG-IX, HOLD-IX)
               MOVE PERIOD-DEDUCTIONS
                                TO HOLD-DED-TOTAL (REG-IX, HOLD-IX)
               MOVE DED-EMP-FIRST
                                TO HOLD-DED-FIRST (REG-IX, HOLD-IX)
               MOVE DED-EMP-TAKEN
                                TO HOLD-DED-COUNT (REG-IX, HOLD-IX)
               IF HOURLY
                  MOVE EMP-WAGES TO HOLD-WAGES (REG-IX, HOLD-IX)
                  MOVE OT-AMOUNT TO HOLD-OT (REG-IX, HOLD-IX)
                  MOVE ZERO TO HOLD-DT (REG-IX, HOLD-IX)
               END-IF
           END-IF.
*********
*********  AN EMPLOYEE LEFT OUT OF THE HOLD TABLE IS NOT PAID, SO
*********  THE DEDUCTIONS JUST TAKEN FOR THEM ARE DROPPED FROM THE
*********  RUN'S DEDUCTION TABLE AND THEIR MASTER RECORDS STAND.  THEIR
*********  COMPENSATION IS COUNTED AS UNPAID FOR THE CONTROL RECORD.
*********
           IF TABLE-OVERFLOW OR INVALID-REGION
               COMPUTE DED-TAKEN-COUNT = DED-EMP-FIRST - 1
               ADD EMP-COMPENSATION TO UNPAID-EMP-TOTAL
           END-IF.
           IF TABLE-OVERFLOW
               PERFORM 5060-WRITE-OVERFLOW-MESSAGE
           END-IF.
*********  AND THE PERIOD THE CAP IS REACHED WITHHOLDS ONLY THE
*********  REMAINDER.  AN EMPLOYEE WITH NO RVIIEMP ROW HAS NO CAP
*********  DATA, SO THE UNCAPPED PERCENT APPLIES - THE SAME RECORD
*********  IS ALREADY FLAGGED INVALID ON THE STATUS FILE.  THE STATE
*********  WITHHOLDING FOR THE WORK STATE IS TAKEN ALONGSIDE, AND THE
*********  NET IS THE GROSS LESS BOTH.  THE PERSON'S VOLUNTARY
*********  DEDUCTIONS AND GARNISHMENTS ARE THEN TAKEN OUT OF THAT NET.
*********
       5400-COMPUTE-WITHHOLDING.
           COMPUTE PERIOD-WITHHOLD ROUNDED = WITHHOLD-GROSS *
                   END-IF
               END-IF
           END-IF.
           PERFORM 5450-COMPUTE-STATE-WITHHOLD THRU 5450-EXIT.
           COMPUTE PERIOD-NET = WITHHOLD-GROSS - PERIOD-WITHHOLD
                              - PERIOD-STATE-WITHHOLD.
           PERFORM 5700-TAKE-DEDUCTIONS THRU 5700-EXIT.
*********
*********  STATE INCOME TAX FOR THE WORK STATE IN STATE-WORK-CODE AT
*********  THE RATE ON THE STATE TAX REFERENCE FILE, CAPPED AT THE
*********  STATE'S ANNUAL CAP THE SAME WAY THE NATIONAL WITHHOLDING
*********  IS CAPPED AT MAXNATL - THE YEAR-TO-DATE STATE WITHHOLDING
*********  IS TAKEN AS YTDSAL AT THE STATE RATE, AS THE NATIONAL
*********  FIGURE IS.  A STATE WITH NO CAP, OR AN EMPLOYEE WITH NO
*********  RVIIEMP ROW, IS UNCAPPED.  A WORK STATE WITH NO ENTRY ON
*********  THE REFERENCE FILE IS NOT WITHHELD, BUT THE EMPLOYEE IS
*********  REPORTED AND COUNTED RATHER THAN LEFT SILENTLY AT ZERO.
*********
       5450-COMPUTE-STATE-WITHHOLD.
           MOVE 0 TO PERIOD-STATE-WITHHOLD.
           MOVE 'N' TO STATE-TAX-FOUND-SW.
           IF STATE-TAX-COUNT > 0
               PERFORM 5460-MATCH-STATE-ENTRY
                   VARYING STX-IX FROM 1 BY 1
                   UNTIL STX-IX > STATE-TAX-COUNT
                   OR STATE-TAX-FOUND
           END-IF.
           IF NOT STATE-TAX-FOUND
               ADD 1 TO STATE-MISSING-COUNT
               MOVE SPACES TO ERROR-LINE
               STRING ' *** NO STATE TAX ENTRY - STATE '
                      STATE-WORK-CODE ' EMPLOYEE ' STATE-WORK-EMP
                      ' STATE TAX NOT WITHHELD *** '
                      DELIMITED BY SIZE INTO ERROR-LINE
               END-STRING
               WRITE REPORT-RECORD2 FROM ERROR-LINE
               GO TO 5450-EXIT.
           COMPUTE PERIOD-STATE-WITHHOLD ROUNDED = WITHHOLD-GROSS *
               STATE-PCT-WORK / 100.
           IF STATE-CAP-WORK > 0 AND CUR-EMP-YTD-FOUND
               COMPUTE CUR-EMP-YTD-STATE-WH ROUNDED = CUR-EMP-YTDSAL *
                   STATE-PCT-WORK / 100
               IF CUR-EMP-YTD-STATE-WH NOT LESS THAN STATE-CAP-WORK
                   MOVE 0 TO PERIOD-STATE-WITHHOLD
               ELSE
                   IF CUR-EMP-YTD-STATE-WH + PERIOD-STATE-WITHHOLD
                           > STATE-CAP-WORK
                       COMPUTE PERIOD-STATE-WITHHOLD = STATE-CAP-WORK
                           - CUR-EMP-YTD-STATE-WH
                   END-IF
               END-IF
           END-IF.
       5450-EXIT.
           EXIT.
*********
       5460-MATCH-STATE-ENTRY.
           IF STATE-TAX-CODE (STX-IX) = STATE-WORK-CODE
               MOVE 'Y' TO STATE-TAX-FOUND-SW
               MOVE STATE-TAX-RATE (STX-IX) TO STATE-PCT-WORK
               MOVE STATE-TAX-CAP (STX-IX) TO STATE-CAP-WORK
           END-IF.
*********
*********  TAKE THE PERSON'S DEDUCTIONS FROM THE NET PAY JUST
*********  CALCULATED.  THEIR DEDUCTION MASTER RECORDS ARE HELD IN
*********  EMP-DED-TABLE AND TAKEN LOWEST SORT KEY FIRST -
*********  GARNISHMENTS, THEN BY PRIORITY.  WHATEVER A DEDUCTION
*********  CANNOT TAKE BECAUSE NET PAY HAS RUN OUT IS CARRIED AS
*********  ARREARS ON ITS RECORD AND ADDED TO NEXT PERIOD'S AMOUNT;
*********  NET PAY NEVER GOES BELOW ZERO.  EACH DEDUCTION PROCESSED
*********  IS ADDED TO THE RUN'S DEDUCTION TABLE, AND DED-EMP-FIRST
*********  AND DED-EMP-TAKEN LOCATE THIS PERSON'S ENTRIES THERE.
*********
       5700-TAKE-DEDUCTIONS.
           MOVE 0 TO PERIOD-DEDUCTIONS.
           MOVE 0 TO DED-EMP-TAKEN.
           COMPUTE DED-EMP-FIRST = DED-TAKEN-COUNT + 1.
           PERFORM 5710-LOAD-EMP-DEDUCTIONS THRU 5710-EXIT.
           IF EMP-DED-COUNT = 0
               GO TO 5700-EXIT.
           MOVE PERIOD-NET TO DED-DISPOSABLE.
           MOVE PERIOD-NET TO DED-NET-LEFT.
           PERFORM 5730-TAKE-NEXT-DEDUCTION THRU 5730-EXIT
               EMP-DED-COUNT TIMES.
           MOVE DED-NET-LEFT TO PERIOD-NET.
       5700-EXIT.
           EXIT.
*********
*********  POSITION ON THE PERSON'S FIRST DEDUCTION MASTER RECORD AND
*********  READ THEIR RECORDS IN DEDUCTION CODE ORDER.
*********
       5710-LOAD-EMP-DEDUCTIONS.
           MOVE 0 TO EMP-DED-COUNT.
           IF NOT DED-FILE-OPEN
               GO TO 5710-EXIT.
           MOVE LOW-VALUES TO DEDFD-KEY.
           MOVE DED-WORK-EMP TO DEDFD-KEY (1:5).
           START DEDUCTION-FILE KEY IS NOT LESS THAN DEDFD-KEY
               INVALID KEY
                   GO TO 5710-EXIT
           END-START.
           MOVE 'N' TO DED-EMP-END-SW.
           PERFORM 5720-READ-EMP-DEDUCTION
               UNTIL DED-EMP-END.
       5710-EXIT.
           EXIT.
*********
       5720-READ-EMP-DEDUCTION.
           READ DEDUCTION-FILE NEXT RECORD
               INTO DEDUCTION-MASTER-RECORD
               AT END
                 MOVE 'Y' TO DED-EMP-END-SW
           END-READ.
           IF NOT DED-EMP-END
               IF DED-EMP-NUMBER NOT = DED-WORK-EMP
                   MOVE 'Y' TO DED-EMP-END-SW
               ELSE
                   PERFORM 5725-HOLD-EMP-DEDUCTION THRU 5725-EXIT
               END-IF
           END-IF.
*********
*********  HOLD ONE DEDUCTION FOR THIS PERIOD.  A RECORD WITH BAD
*********  DATA IS REPORTED AND LEFT ALONE.  A RECORD ALREADY TAKEN
*********  ON THIS RUN DATE CAN ONLY MEAN A FORCED RERUN - THE
*********  EARLIER RUN'S DEDUCTION IS BACKED OUT FIRST SO IT IS NOT
*********  TAKEN TWICE.  ONLY ACTIVE RECORDS INSIDE THEIR START AND
*********  STOP DATES ARE TAKEN.
*********
       5725-HOLD-EMP-DEDUCTION.
           IF DED-PRIORITY NOT NUMERIC
              OR DED-AMOUNT NOT NUMERIC
              OR DED-PERCENT NOT NUMERIC
              OR DED-GOAL-AMOUNT NOT NUMERIC
              OR DED-BALANCE NOT NUMERIC
              OR DED-ARREARS NOT NUMERIC
              OR NOT (DED-GARNISHMENT OR DED-VOLUNTARY)
              OR NOT (DED-FLAT-AMOUNT OR DED-PERCENT-OF-NET)
               MOVE SPACES TO ERROR-LINE
               STRING ' *** INVALID DEDUCTION RECORD - EMPLOYEE '
                      DED-EMP-NUMBER ' CODE ' DED-CODE
                      ' NOT TAKEN *** '
                      DELIMITED BY SIZE INTO ERROR-LINE
               END-STRING
               WRITE REPORT-RECORD2 FROM ERROR-LINE
               GO TO 5725-EXIT.
           IF DED-LAST-TAKEN-DATE = TODAYS-DATE
              AND DED-LAST-TAKEN-AMOUNT NUMERIC
              AND DED-PRIOR-ARREARS NUMERIC
               SUBTRACT DED-LAST-TAKEN-AMOUNT FROM DED-BALANCE
               MOVE DED-PRIOR-ARREARS TO DED-ARREARS
               MOVE DED-PRIOR-STATUS TO DED-STATUS
           END-IF.
           IF NOT DED-ACTIVE
               GO TO 5725-EXIT.
           IF DED-START-DATE NOT = SPACES
              AND DED-START-DATE NOT = ZEROS
              AND DED-START-DATE > TODAYS-DATE
               GO TO 5725-EXIT.
           IF DED-STOP-DATE NOT = SPACES
              AND DED-STOP-DATE NOT = ZEROS
              AND DED-STOP-DATE < TODAYS-DATE
               GO TO 5725-EXIT.
           IF EMP-DED-COUNT NOT LESS THAN EMP-DED-MAX
               MOVE SPACES TO ERROR-LINE
               STRING ' *** DEDUCTION LIMIT REACHED - EMPLOYEE '
                      DED-EMP-NUMBER ' CODE ' DED-CODE
                      ' NOT TAKEN *** '
                      DELIMITED BY SIZE INTO ERROR-LINE
               END-STRING
               WRITE REPORT-RECORD2 FROM ERROR-LINE
               GO TO 5725-EXIT.
           ADD 1 TO EMP-DED-COUNT.
           SET EDED-IX TO EMP-DED-COUNT.
           IF DED-GARNISHMENT
               MOVE 1 TO EDED-TYPE-RANK (EDED-IX)
           ELSE
               MOVE 2 TO EDED-TYPE-RANK (EDED-IX)
           END-IF.
           MOVE DED-PRIORITY TO EDED-PRIORITY (EDED-IX).
           MOVE DED-CODE TO EDED-CODE (EDED-IX).
           MOVE 'N' TO EDED-DONE-SW (EDED-IX).
           MOVE DEDUCTION-MASTER-RECORD TO EDED-RECORD (EDED-IX).
       5725-EXIT.
           EXIT.
*********
*********  TAKE THE LOWEST-KEYED DEDUCTION NOT YET TAKEN.  THE AMOUNT
*********  DUE IS THE PERIOD AMOUNT (OR PERCENT OF DISPOSABLE PAY)
*********  PLUS ANY ARREARS, LIMITED TO WHAT IS LEFT OF THE GOAL;
*********  WHAT NET PAY CANNOT COVER BECOMES THE NEW ARREARS.  ONCE
*********  THE BALANCE REACHES THE GOAL THE RECORD IS MARKED
*********  SATISFIED, ITS ARREARS ARE CLEARED, AND IT STOPS.
*********
       5730-TAKE-NEXT-DEDUCTION.
           MOVE HIGH-VALUES TO DED-LOW-KEY.
           MOVE 0 TO DED-LOW-SUB.
           PERFORM 5735-FIND-LOWEST-KEY
               VARYING EDED-IX FROM 1 BY 1
               UNTIL EDED-IX > EMP-DED-COUNT.
           IF DED-LOW-SUB = 0
               GO TO 5730-EXIT.
           SET EDED-IX TO DED-LOW-SUB.
           MOVE 'Y' TO EDED-DONE-SW (EDED-IX).
           MOVE EDED-RECORD (EDED-IX) TO DEDUCTION-MASTER-RECORD.
           IF DED-TAKEN-COUNT NOT LESS THAN DED-TAKEN-MAX
               MOVE SPACES TO ERROR-LINE
               STRING ' *** DEDUCTION TABLE FULL - EMPLOYEE '
                      DED-EMP-NUMBER ' CODE ' DED-CODE
                      ' NOT TAKEN *** '
                      DELIMITED BY SIZE INTO ERROR-LINE
               END-STRING
               WRITE REPORT-RECORD2 FROM ERROR-LINE
               GO TO 5730-EXIT.
           IF DED-FLAT-AMOUNT
               MOVE DED-AMOUNT TO DED-DUE
           ELSE
               COMPUTE DED-DUE ROUNDED =
                   DED-DISPOSABLE * DED-PERCENT / 100
           END-IF.
           ADD DED-ARREARS TO DED-DUE.
           IF DED-GOAL-AMOUNT > 0
               IF DED-BALANCE NOT LESS THAN DED-GOAL-AMOUNT
                   MOVE 0 TO DED-DUE
               ELSE
                   COMPUTE DED-GOAL-LEFT =
                       DED-GOAL-AMOUNT - DED-BALANCE
                   IF DED-DUE > DED-GOAL-LEFT
                       MOVE DED-GOAL-LEFT TO DED-DUE
                   END-IF
               END-IF
           END-IF.
           IF DED-DUE > DED-NET-LEFT
               MOVE DED-NET-LEFT TO DED-TAKE
           ELSE
               MOVE DED-DUE TO DED-TAKE
           END-IF.
           SUBTRACT DED-TAKE FROM DED-NET-LEFT.
           ADD DED-TAKE TO PERIOD-DEDUCTIONS.
           MOVE DED-ARREARS TO DED-PRIOR-ARREARS.
           MOVE DED-STATUS TO DED-PRIOR-STATUS.
           COMPUTE DED-ARREARS = DED-DUE - DED-TAKE.
           ADD DED-TAKE TO DED-BALANCE.
           MOVE TODAYS-DATE TO DED-LAST-TAKEN-DATE.
           MOVE DED-TAKE TO DED-LAST-TAKEN-AMOUNT.
           IF DED-GOAL-AMOUNT > 0
              AND DED-BALANCE NOT LESS THAN DED-GOAL-AMOUNT
               MOVE 'S' TO DED-STATUS
               MOVE 0 TO DED-ARREARS
           END-IF.
           ADD 1 TO DED-TAKEN-COUNT.
           SET DTKN-IX TO DED-TAKEN-COUNT.
           MOVE DED-WORK-NAME TO DTKN-NAME (DTKN-IX).
           MOVE DED-TAKE TO DTKN-AMOUNT (DTKN-IX).
           MOVE DEDUCTION-MASTER-RECORD TO DTKN-RECORD (DTKN-IX).
           ADD 1 TO DED-EMP-TAKEN.
       5730-EXIT.
           EXIT.
*********
       5735-FIND-LOWEST-KEY.
           IF NOT EDED-DONE (EDED-IX)
              AND EDED-SORT-KEY (EDED-IX) < DED-LOW-KEY
               MOVE EDED-SORT-KEY (EDED-IX) TO DED-LOW-KEY
               SET DED-LOW-SUB TO EDED-IX
           END-IF.
*********
*********  CAPTURE THIS EMPLOYEE'S CURRENT-PERIOD COMPENSATION FOR
*********  THE YTDSAL POSTING PASS AT END OF RUN.
           MOVE HOLD-TOTAL  (REG-IX, HOLD-IX) TO EMP-DTL-TOTAL.
           WRITE REPORT-RECORD2 FROM EMPLOYEE-DTL
             AFTER ADVANCING 1 LINE.
           IF TRIAL-RUN
               PERFORM 6180-COMPARE-LAST-PAY
           ELSE
               PERFORM 6150-WRITE-EMPLOYEE-EXTRACT
           END-IF.
           ADD  1 TO EMP-LINE-COUNT.
           MOVE SPACES TO EMPLOYEE-DTL.
*********
           MOVE HOLD-WITHHOLD (REG-IX, HOLD-IX)
                                               TO EXT-WITHHOLD.
           MOVE HOLD-NET (REG-IX, HOLD-IX)     TO EXT-NET.
           MOVE HOLD-STATE (REG-IX, HOLD-IX)   TO EXT-STATE.
           MOVE HOLD-STATE-WHLD (REG-IX, HOLD-IX)
                                               TO EXT-STATE-WITHHOLD.
           MOVE HOLD-DED-TOTAL (REG-IX, HOLD-IX)
                                               TO EXT-DEDUCT-TOTAL.
           PERFORM 6900-SET-EXTRACT-RUN-DATE.
           WRITE EXTRACT-RECORD FROM COMP-EXTRACT-RECORD.
           MOVE HOLD-REGION (REG-IX, HOLD-IX)  TO DED-EXT-REGION.
           MOVE HOLD-TYPE (REG-IX, HOLD-IX)    TO DED-EXT-TYPE.
           COMPUTE DED-EMP-LAST = HOLD-DED-FIRST (REG-IX, HOLD-IX)
                                + HOLD-DED-COUNT (REG-IX, HOLD-IX) - 1.
           PERFORM 6170-WRITE-DEDUCTION-EXTRACT
               VARYING DTKN-IX FROM HOLD-DED-FIRST (REG-IX, HOLD-IX)
               BY 1 UNTIL DTKN-IX > DED-EMP-LAST.
           PERFORM 6160-WRITE-PAY-HISTORY.
*********
*********  WRITE THE SAME FIGURES TO THE CUMULATIVE PAY HISTORY
*********  KSDS, KEYED ON EMPLOYEE NUMBER PLUS RUN DATE WITH THE
*********  CYCLE'S OWN ENTRY SEQUENCE OF 00.  A DUPLICATE KEY MEANS A
*********  HISTORY RECORD FOR THIS EMPLOYEE AND RUN DATE ALREADY
*********  EXISTS - A RERUN OF THE SAME CYCLE - AND THE EXISTING
*********  RECORD STANDS; A WRONG PAYMENT IS PUT RIGHT BY A WBCI1220
*********  REVERSAL AND CORRECTION.  THE DEDUCTIONS ARE
*********  ITEMIZED FROM THE ENTRIES 6150 JUST WROTE TO THE EXTRACT.
*********
       6160-WRITE-PAY-HISTORY.
           MOVE SPACES TO PAY-HISTORY-RECORD.
           MOVE DATE-CCYY TO PAY-RUN-CCYY.
           MOVE DATE-MM TO PAY-RUN-MM.
           MOVE DATE-DD TO PAY-RUN-DD.
           MOVE 0 TO PAY-ENTRY-SEQ.
           MOVE HOLD-REGION (REG-IX, HOLD-IX)  TO PAY-REGION.
           MOVE HOLD-TYPE (REG-IX, HOLD-IX)    TO PAY-EMP-TYPE.
           MOVE HOLD-WAGES (REG-IX, HOLD-IX)   TO PAY-WAGES.
           MOVE HOLD-WITHHOLD (REG-IX, HOLD-IX)
                                               TO PAY-WITHHOLD.
           MOVE HOLD-NET (REG-IX, HOLD-IX)     TO PAY-NET.
           MOVE HOLD-STATE (REG-IX, HOLD-IX)   TO PAY-STATE.
           MOVE HOLD-STATE-WHLD (REG-IX, HOLD-IX)
                                               TO PAY-STATE-WITHHOLD.
           MOVE HOLD-DED-TOTAL (REG-IX, HOLD-IX)
                                               TO PAY-DEDUCT-TOTAL.
           MOVE 0 TO DED-PAY-SUB.
           PERFORM 6165-MOVE-PAY-DEDUCTION
               VARYING DTKN-IX FROM HOLD-DED-FIRST (REG-IX, HOLD-IX)
               BY 1 UNTIL DTKN-IX > DED-EMP-LAST.
           MOVE DED-PAY-SUB TO PAY-DEDUCT-COUNT.
           WRITE PAY-HIST-FD-RECORD FROM PAY-HISTORY-RECORD
               INVALID KEY
                   MOVE SPACES TO ERROR-LINE
                   END-STRING
                   WRITE REPORT-RECORD2 FROM ERROR-LINE
           END-WRITE.
*********
       6165-MOVE-PAY-DEDUCTION.
           ADD 1 TO DED-PAY-SUB.
           MOVE DTKN-RECORD (DTKN-IX) TO DEDUCTION-MASTER-RECORD.
           MOVE DED-CODE TO PAY-DEDUCT-CODE (DED-PAY-SUB).
           MOVE DTKN-AMOUNT (DTKN-IX)
                                 TO PAY-DEDUCT-AMOUNT (DED-PAY-SUB).
*********
*********  ONE TYPE 'D' EXTRACT RECORD FOR EACH DEDUCTION PROCESSED
*********  FOR THE PERSON WHOSE E OR R RECORD WAS JUST WRITTEN, SO
*********  PAYROLL CAN REMIT EACH GARNISHMENT AND VOLUNTARY DEDUCTION
*********  TO WHOEVER IT IS OWED.
*********
       6170-WRITE-DEDUCTION-EXTRACT.
           MOVE DTKN-RECORD (DTKN-IX) TO DEDUCTION-MASTER-RECORD.
           MOVE SPACES TO DED-EXTRACT-RECORD.
           MOVE 'D' TO EXD-RECORD-TYPE.
           MOVE DED-EMP-NUMBER             TO EXD-EMP-NUMBER.
           MOVE DED-EXT-REGION             TO EXD-REGION.
           MOVE DED-EXT-TYPE               TO EXD-EMP-TYPE.
           MOVE DED-CODE                   TO EXD-DED-CODE.
           MOVE DED-TYPE                   TO EXD-DED-TYPE.
           MOVE DED-DESCRIPTION            TO EXD-DED-DESCRIPTION.
           MOVE DTKN-AMOUNT (DTKN-IX)      TO EXD-DED-AMOUNT.
           MOVE DED-ARREARS                TO EXD-DED-ARREARS.
           MOVE DED-BALANCE                TO EXD-DED-BALANCE.
           PERFORM 6900-SET-EXTRACT-RUN-DATE.
           WRITE EXTRACT-RECORD FROM DED-EXTRACT-RECORD.
*********
*********  TRIAL RUN ONLY - SET THE EMPLOYEE'S TRIAL GROSS AND NET
*********  AGAINST THEIR LAST PAY HISTORY RECORD SO A LARGE SWING CAN
*********  BE CORRECTED BEFORE THE REAL RUN.  THE EMPLOYEE'S HISTORY
*********  IS BROWSED FORWARD FROM THEIR LOWEST KEY; THE LAST CYCLE
*********  RECORD DATED BEFORE TODAY THAT HAS NOT BEEN REVERSED IS
*********  THE ONE COMPARED - ADJUSTMENT RUN ENTRIES ARE PASSED OVER.
*********
       6180-COMPARE-LAST-PAY.
           MOVE HOLD-EMP-NUM (REG-IX, HOLD-IX) TO TCMP-EMP-NUM.
           MOVE 'N' TO PAY-LAST-FOUND-SW.
           MOVE 'N' TO PAY-HIST-END-SW.
           MOVE LOW-VALUES TO PAYFD-KEY.
           MOVE TCMP-EMP-NUM TO PAYFD-KEY (1:5).
           START PAY-HISTORY-FILE KEY NOT LESS THAN PAYFD-KEY
               INVALID KEY
                   MOVE 'Y' TO PAY-HIST-END-SW
           END-START.
           PERFORM 6185-READ-LAST-PAY
               UNTIL PAY-HIST-END.
           IF TCMP-LINE-COUNT GREATER THAN 55
               PERFORM 6190-PRINT-TCMP-HEADERS.
           MOVE SPACES TO TCMP-DTL.
           MOVE TCMP-EMP-NUM TO TCMP-DTL-EMP-NUM.
           MOVE HOLD-NAME (REG-IX, HOLD-IX) TO TCMP-DTL-NAME.
           MOVE HOLD-TYPE (REG-IX, HOLD-IX) TO TCMP-DTL-TYPE.
           MOVE HOLD-TOTAL (REG-IX, HOLD-IX) TO TCMP-DTL-TRIAL-GROSS.
           MOVE HOLD-NET (REG-IX, HOLD-IX) TO TCMP-DTL-TRIAL-NET.
           IF PAY-LAST-FOUND
               ADD 1 TO TCMP-COMPARED-COUNT
               STRING TCMP-LAST-MM '/' TCMP-LAST-DD '/' TCMP-LAST-CCYY
                      DELIMITED BY SIZE INTO TCMP-DTL-LAST-DATE
               END-STRING
               MOVE TCMP-LAST-GROSS TO TCMP-DTL-LAST-GROSS
               MOVE TCMP-LAST-NET TO TCMP-DTL-LAST-NET
               PERFORM 6186-CHECK-PAY-SWING
           ELSE
               ADD 1 TO TCMP-NO-HIST-COUNT
               MOVE 'NONE' TO TCMP-DTL-LAST-DATE
               MOVE 'NO PAY HISTORY' TO TCMP-DTL-NOTE
           END-IF.
           WRITE TRIAL-CMP-RECORD FROM TCMP-DTL
             AFTER ADVANCING 1 LINE.
           ADD 1 TO TCMP-LINE-COUNT.
*********
       6185-READ-LAST-PAY.
           READ PAY-HISTORY-FILE NEXT RECORD INTO PAY-HISTORY-RECORD
               AT END
                   MOVE 'Y' TO PAY-HIST-END-SW
           END-READ.
           IF NOT PAY-HIST-END
               IF PAY-EMP-NUMBER NOT = TCMP-EMP-NUM
                  OR PAY-RUN-DATE NOT < TODAYS-DATE
                   MOVE 'Y' TO PAY-HIST-END-SW
               ELSE
                   IF PAY-CYCLE-ENTRY AND NOT PAY-REVERSED
                       MOVE 'Y' TO PAY-LAST-FOUND-SW
                       MOVE PAY-RUN-DATE TO TCMP-LAST-DATE
                       MOVE PAY-TOTAL TO TCMP-LAST-GROSS
                       MOVE PAY-NET TO TCMP-LAST-NET
                   END-IF
               END-IF
           END-IF.
*********
       6186-CHECK-PAY-SWING.
           MOVE 'N' TO PAY-SWING-SW.
           MOVE TCMP-LAST-GROSS TO TCMP-BASE.
           MOVE HOLD-TOTAL (REG-IX, HOLD-IX) TO TCMP-CURR.
           PERFORM 6187-COMPUTE-SWING-PCT.
           MOVE TCMP-PCT TO TCMP-DTL-GROSS-PCT.
           MOVE TCMP-LAST-NET TO TCMP-BASE.
           MOVE HOLD-NET (REG-IX, HOLD-IX) TO TCMP-CURR.
           PERFORM 6187-COMPUTE-SWING-PCT.
           MOVE TCMP-PCT TO TCMP-DTL-NET-PCT.
           IF PAY-SWING
               ADD 1 TO TCMP-FLAGGED-COUNT
               MOVE '*** PAY SWING' TO TCMP-DTL-NOTE.
*********
*********  PERCENT CHANGE FROM THE LAST PAY TO THE TRIAL PAY, ON THE
*********  SAME TOLERANCE AS THE RUN-CONTROL COMPARE.  NOTHING PAID
*********  LAST CYCLE AND SOMETHING PAID NOW IS A SWING IN ITSELF.
*********
       6187-COMPUTE-SWING-PCT.
           IF TCMP-BASE = 0
               MOVE 0 TO TCMP-PCT
               IF TCMP-CURR NOT = 0
                   MOVE 'Y' TO PAY-SWING-SW
               END-IF
           ELSE
               COMPUTE TCMP-PCT ROUNDED =
                   ((TCMP-CURR - TCMP-BASE) * 100) / TCMP-BASE
                   ON SIZE ERROR
                       MOVE 99999 TO TCMP-PCT
               END-COMPUTE
               IF TCMP-PCT > TOLERANCE-PCT-LIMIT
               OR TCMP-PCT < (0 - TOLERANCE-PCT-LIMIT)
                   MOVE 'Y' TO PAY-SWING-SW
               END-IF
           END-IF.
*********
       6190-PRINT-TCMP-HEADERS.
           MOVE TCMP-PAGE-COUNT TO TCMP-PAGE.
           MOVE DATE-CCYY TO TCMP-RUN-CCYY.
           MOVE DATE-MM TO TCMP-RUN-MM.
           MOVE DATE-DD TO TCMP-RUN-DD.
           WRITE TRIAL-CMP-RECORD FROM BLANK-LINE.
           WRITE TRIAL-CMP-RECORD FROM TCMP-HDR1.
           WRITE TRIAL-CMP-RECORD FROM BLANK-LINE.
           WRITE TRIAL-CMP-RECORD FROM TCMP-HDR2.
           WRITE TRIAL-CMP-RECORD FROM BLANK-LINE.
           ADD 1 TO TCMP-PAGE-COUNT.
           MOVE 5 TO TCMP-LINE-COUNT.
*********
       6195-PRINT-TCMP-TOTALS.
           IF TCMP-LINE-COUNT GREATER THAN 53
               PERFORM 6190-PRINT-TCMP-HEADERS.
           MOVE TCMP-COMPARED-COUNT TO TCMP-TOT-COMPARED.
           MOVE TCMP-FLAGGED-COUNT TO TCMP-TOT-FLAGGED.
           MOVE TCMP-NO-HIST-COUNT TO TCMP-TOT-NO-HIST.
           WRITE TRIAL-CMP-RECORD FROM BLANK-LINE.
           WRITE TRIAL-CMP-RECORD FROM TCMP-TOTAL-DTL.
*********
*********  PRINT THE WITHHOLDING REGISTER FROM THE HOLD TABLE - THE
*********  SAME GROSS/WITHHELD/NET FIGURES THE EXTRACT CARRIES, SO
*********  WITH A GRAND TOTAL AT THE END.  AT END-OF-MONTH EACH
*********  REGION'S MANAGER LINE (THE FIGURES ON THE REGION EXTRACT
*********  RECORD) IS INCLUDED, SO THE GRAND TOTAL TIES TO THE
*********  WHOLE EXTRACT, E AND R RECORDS ALIKE.  EVERY LINE IS ALSO
*********  ADDED TO ITS WORK STATE'S SUBTOTAL, AND THE STATE TOTALS
*********  PRINT AFTER THE GRAND TOTAL, WITH ANYONE WHOSE WORK STATE
*********  HAS NO STATE TAX ENTRY TOTALED ON A LINE OF THEIR OWN.
*********  THE DEDUCTIONS COLUMN IS EVERYTHING TAKEN FROM NET PAY
*********  FOR VOLUNTARY DEDUCTIONS AND GARNISHMENTS; IT TIES TO THE
*********  DEDUCTION REGISTER.
*********
       6300-PRINT-WITHHOLD-REGISTER.
           MOVE 0 TO WHLD-GRAND-GROSS.
           MOVE 0 TO WHLD-GRAND-WITHHOLD.
           MOVE 0 TO WHLD-GRAND-STATE-WHLD.
           MOVE 0 TO WHLD-GRAND-DEDUCT.
           MOVE 0 TO WHLD-GRAND-NET.
           MOVE 0 TO WHLD-GRAND-PAID.
           MOVE 0 TO WHLD-NOST-EMPS.
           MOVE 0 TO WHLD-NOST-GROSS.
           MOVE 1 TO REGION-SUB.
           PERFORM 6310-WHLD-REGION-GROUP
               UNTIL REGION-SUB > REGION-COUNT.
           WRITE WITHHOLD-RPT-RECORD FROM BLANK-LINE.
           MOVE WHLD-GRAND-GROSS TO WHLD-GTOT-GROSS.
           MOVE WHLD-GRAND-WITHHOLD TO WHLD-GTOT-WITHHOLD.
           MOVE WHLD-GRAND-STATE-WHLD TO WHLD-GTOT-STATE-WHLD.
           MOVE WHLD-GRAND-DEDUCT TO WHLD-GTOT-DEDUCT.
           MOVE WHLD-GRAND-NET TO WHLD-GTOT-NET.
           WRITE WITHHOLD-RPT-RECORD FROM WHLD-GRAND-TOTAL-DTL.
           ADD 2 TO WHLD-LINE-COUNT.
           PERFORM 6360-PRINT-STATE-TOTALS.
*********
       6310-WHLD-REGION-GROUP.
           SET REG-IX TO REGION-SUB.
           MOVE 0 TO WHLD-REG-GROSS.
           MOVE 0 TO WHLD-REG-WITHHOLD.
           MOVE 0 TO WHLD-REG-STATE-WHLD.
           MOVE 0 TO WHLD-REG-DEDUCT.
           MOVE 0 TO WHLD-REG-NET.
           MOVE 'N' TO WHLD-MGR-PRINTED-SW.
           PERFORM 6320-PRINT-WHLD-DETAIL
               UNTIL HOLD-IX > REGION-EMP-COUNT (REGION-SUB).
           IF END-OF-MONTH
              AND REGION-DEF-ACTIVE (REGION-SUB)
              AND REGION-MGR-COUNT (REGION-SUB) > 0
               PERFORM 6330-PRINT-WHLD-MGR-LINE
                   VARYING MGR-IX FROM 1 BY 1
                   UNTIL MGR-IX > MGR-COUNT
           END-IF.
           IF REGION-EMP-COUNT (REGION-SUB) > 0 OR WHLD-MGR-PRINTED
               MOVE REGION-DEF-NAME (REGION-SUB) TO WHLD-RTOT-REGION
               MOVE WHLD-REG-GROSS TO WHLD-RTOT-GROSS
               MOVE WHLD-REG-WITHHOLD TO WHLD-RTOT-WITHHOLD
               MOVE WHLD-REG-STATE-WHLD TO WHLD-RTOT-STATE-WHLD
               MOVE WHLD-REG-DEDUCT TO WHLD-RTOT-DEDUCT
               MOVE WHLD-REG-NET TO WHLD-RTOT-NET
               WRITE WITHHOLD-RPT-RECORD FROM WHLD-REGION-TOTAL-DTL
               ADD 1 TO WHLD-LINE-COUNT
               ADD WHLD-REG-GROSS TO WHLD-GRAND-GROSS
               ADD WHLD-REG-WITHHOLD TO WHLD-GRAND-WITHHOLD
               ADD WHLD-REG-STATE-WHLD TO WHLD-GRAND-STATE-WHLD
               ADD WHLD-REG-DEDUCT TO WHLD-GRAND-DEDUCT
               ADD WHLD-REG-NET TO WHLD-GRAND-NET
           END-IF.
           ADD 1 TO REGION-SUB.
           MOVE HOLD-TOTAL   (REG-IX, HOLD-IX) TO WHLD-DTL-GROSS.
           MOVE HOLD-WITHHOLD (REG-IX, HOLD-IX)
                                               TO WHLD-DTL-WITHHOLD.
           MOVE HOLD-STATE-WHLD (REG-IX, HOLD-IX)
                                               TO WHLD-DTL-STATE-WHLD.
           MOVE HOLD-DED-TOTAL (REG-IX, HOLD-IX)
                                               TO WHLD-DTL-DEDUCT.
           MOVE HOLD-NET     (REG-IX, HOLD-IX) TO WHLD-DTL-NET.
           MOVE HOLD-STATE   (REG-IX, HOLD-IX) TO STATE-WORK-CODE.
           MOVE HOLD-TOTAL   (REG-IX, HOLD-IX) TO WHLD-STATE-GROSS.
           MOVE HOLD-STATE-WHLD (REG-IX, HOLD-IX) TO WHLD-STATE-AMT.
           PERFORM 6350-ADD-TO-STATE-TOTAL.
           WRITE WITHHOLD-RPT-RECORD FROM WHLD-DTL
             AFTER ADVANCING 1 LINE.
           ADD 1 TO WHLD-LINE-COUNT.
           ADD HOLD-TOTAL (REG-IX, HOLD-IX) TO WHLD-REG-GROSS.
           ADD HOLD-WITHHOLD (REG-IX, HOLD-IX) TO WHLD-REG-WITHHOLD.
           ADD HOLD-STATE-WHLD (REG-IX, HOLD-IX)
                                           TO WHLD-REG-STATE-WHLD.
           ADD HOLD-DED-TOTAL (REG-IX, HOLD-IX) TO WHLD-REG-DEDUCT.
           ADD HOLD-NET (REG-IX, HOLD-IX) TO WHLD-REG-NET.
           ADD 1 TO WHLD-GRAND-PAID.
*********
*********  EACH OF THE REGION'S MANAGER LINES - THE SAME GROSS,
*********  WITHHELD AND NET THAT WENT ON THAT MANAGER'S REGION
*********  EXTRACT RECORD - SO THE REGISTER COVERS EVERYTHING PAYROLL
*********  WILL REMIT FROM THE EXTRACT THIS CYCLE.
*********
       6330-PRINT-WHLD-MGR-LINE.
           IF MGR-REGION (MGR-IX) = REGION-SUB
               IF WHLD-LINE-COUNT GREATER THAN 55
                   PERFORM 6340-PRINT-WHLD-HEADERS
               END-IF
               MOVE MGR-EMP-NUM (MGR-IX) TO WHLD-DTL-EMP-NUM
               MOVE MGR-NAME (MGR-IX) TO WHLD-DTL-NAME
               MOVE REGION-DEF-NAME (REGION-SUB) TO WHLD-DTL-REGION
               MOVE MGR-GROSS (MGR-IX) TO WHLD-DTL-GROSS
               MOVE MGR-WHLD (MGR-IX) TO WHLD-DTL-WITHHOLD
               MOVE MGR-STATE-WHLD (MGR-IX) TO WHLD-DTL-STATE-WHLD
               MOVE MGR-DED-TOTAL (MGR-IX) TO WHLD-DTL-DEDUCT
               MOVE MGR-NET (MGR-IX) TO WHLD-DTL-NET
               MOVE MGR-STATE (MGR-IX) TO STATE-WORK-CODE
               MOVE MGR-GROSS (MGR-IX) TO WHLD-STATE-GROSS
               MOVE MGR-STATE-WHLD (MGR-IX) TO WHLD-STATE-AMT
               PERFORM 6350-ADD-TO-STATE-TOTAL
               WRITE WITHHOLD-RPT-RECORD FROM WHLD-DTL
                 AFTER ADVANCING 1 LINE
               ADD 1 TO WHLD-LINE-COUNT
               ADD MGR-GROSS (MGR-IX) TO WHLD-REG-GROSS
               ADD MGR-WHLD (MGR-IX) TO WHLD-REG-WITHHOLD
               ADD MGR-STATE-WHLD (MGR-IX) TO WHLD-REG-STATE-WHLD
               ADD MGR-DED-TOTAL (MGR-IX) TO WHLD-REG-DEDUCT
               ADD MGR-NET (MGR-IX) TO WHLD-REG-NET
               ADD 1 TO WHLD-GRAND-PAID
               MOVE 'Y' TO WHLD-MGR-PRINTED-SW
           END-IF.
*********
*********  ADD ONE REGISTER LINE TO ITS WORK STATE'S SUBTOTAL AND
*********  SET THE LINE'S STATE COLUMN.  A WORK STATE NOT ON THE
*********  STATE TAX TABLE IS MARKED '*' AND TOTALED SEPARATELY.
*********
       6350-ADD-TO-STATE-TOTAL.
           MOVE STATE-WORK-CODE TO WHLD-DTL-STATE.
           MOVE SPACE TO WHLD-DTL-STATE-FLAG.
           MOVE 'N' TO STATE-TAX-FOUND-SW.
           IF STATE-TAX-COUNT > 0
               PERFORM 6355-MATCH-STATE-TOTAL
                   VARYING STX-IX FROM 1 BY 1
                   UNTIL STX-IX > STATE-TAX-COUNT
                   OR STATE-TAX-FOUND
           END-IF.
           IF NOT STATE-TAX-FOUND
               MOVE '*' TO WHLD-DTL-STATE-FLAG
               ADD 1 TO WHLD-NOST-EMPS
               ADD WHLD-STATE-GROSS TO WHLD-NOST-GROSS
           END-IF.
*********
       6355-MATCH-STATE-TOTAL.
           IF STATE-TAX-CODE (STX-IX) = STATE-WORK-CODE
               MOVE 'Y' TO STATE-TAX-FOUND-SW
               ADD 1 TO STATE-TAX-EMPS (STX-IX)
               ADD WHLD-STATE-GROSS TO STATE-TAX-GROSS (STX-IX)
               ADD WHLD-STATE-AMT TO STATE-TAX-WHLD (STX-IX)
           END-IF.
*********
*********  STATE SUBTOTALS, IN STATE TAX FILE ORDER, FOR EVERY STATE
*********  WITH SOMEONE PAID THIS CYCLE.  THE STATE WITHHELD ON THESE
*********  LINES ADDS TO THE GRAND TOTAL'S STATE COLUMN.
*********
       6360-PRINT-STATE-TOTALS.
           IF WHLD-LINE-COUNT GREATER THAN 50
               PERFORM 6340-PRINT-WHLD-HEADERS
           END-IF.
           WRITE WITHHOLD-RPT-RECORD FROM BLANK-LINE.
           WRITE WITHHOLD-RPT-RECORD FROM WHLD-STATE-HDR.
           ADD 2 TO WHLD-LINE-COUNT.
           IF STATE-TAX-COUNT > 0
               PERFORM 6370-PRINT-STATE-LINE
                   VARYING STX-IX FROM 1 BY 1
                   UNTIL STX-IX > STATE-TAX-COUNT
           END-IF.
           IF WHLD-NOST-EMPS > 0
               MOVE SPACES TO WHLD-STOT-LABEL
               MOVE '* NO STATE TAX ENTRY' TO WHLD-STOT-LABEL
               MOVE WHLD-NOST-EMPS TO WHLD-STOT-EMPS
               MOVE WHLD-NOST-GROSS TO WHLD-STOT-GROSS
               MOVE 0 TO WHLD-STOT-STATE-WHLD
               WRITE WITHHOLD-RPT-RECORD FROM WHLD-STATE-TOTAL-DTL
               ADD 1 TO WHLD-LINE-COUNT
           END-IF.
*********
       6370-PRINT-STATE-LINE.
           IF STATE-TAX-EMPS (STX-IX) > 0
               IF WHLD-LINE-COUNT GREATER THAN 55
                   PERFORM 6340-PRINT-WHLD-HEADERS
               END-IF
               MOVE SPACES TO WHLD-STOT-LABEL
               STRING 'STATE ' STATE-TAX-CODE (STX-IX)
                      DELIMITED BY SIZE INTO WHLD-STOT-LABEL
               END-STRING
               MOVE STATE-TAX-EMPS (STX-IX) TO WHLD-STOT-EMPS
               MOVE STATE-TAX-GROSS (STX-IX) TO WHLD-STOT-GROSS
               MOVE STATE-TAX-WHLD (STX-IX) TO WHLD-STOT-STATE-WHLD
               WRITE WITHHOLD-RPT-RECORD FROM WHLD-STATE-TOTAL-DTL
               ADD 1 TO WHLD-LINE-COUNT
           END-IF.
*********
       6340-PRINT-WHLD-HEADERS.
           MOVE WHLD-PAGE-COUNT TO WHLD-PAGE.
           ADD 1 TO WHLD-PAGE-COUNT.
           MOVE 5 TO WHLD-LINE-COUNT.
*********
*********  PRINT THE DEDUCTION REGISTER - ONE LINE FOR EVERY
*********  DEDUCTION PROCESSED THIS CYCLE, EMPLOYEES AND (AT
*********  END-OF-MONTH) MANAGERS ALIKE, WITH THE AMOUNT TAKEN AND
*********  THE NEW ARREARS, BALANCE AND GOAL.  A DEDUCTION THAT NET
*********  PAY COULD NOT COVER IN FULL IS NOTED IN ARREARS, AND ONE
*********  THAT REACHED ITS GOAL IS NOTED SATISFIED.  GARNISHMENTS
*********  AND VOLUNTARY DEDUCTIONS ARE TOTALED SEPARATELY; THE
*********  TOTAL TAKEN TIES TO THE WITHHOLDING REGISTER'S DEDUCTIONS
*********  COLUMN.
*********
       6800-PRINT-DEDUCTION-REGISTER.
           IF DED-TAKEN-COUNT = 0
               PERFORM 6840-PRINT-DREG-HEADERS
               MOVE '    NO DEDUCTIONS TAKEN THIS CYCLE'
                   TO DEDUCTION-RPT-RECORD
               WRITE DEDUCTION-RPT-RECORD
               ADD 1 TO DREG-LINE-COUNT
           ELSE
               PERFORM 6810-PRINT-DREG-DETAIL
                   VARYING DTKN-IX FROM 1 BY 1
                   UNTIL DTKN-IX > DED-TAKEN-COUNT
           END-IF.
           IF DREG-LINE-COUNT GREATER THAN 50
               PERFORM 6840-PRINT-DREG-HEADERS
           END-IF.
           WRITE DEDUCTION-RPT-RECORD FROM BLANK-LINE.
           MOVE 'GARNISHMENTS' TO DREG-TOT-LABEL.
           MOVE DREG-GARN-COUNT TO DREG-TOT-COUNT.
           MOVE DREG-GARN-TAKEN TO DREG-TOT-TAKEN.
           MOVE DREG-GARN-ARREARS TO DREG-TOT-ARREARS.
           WRITE DEDUCTION-RPT-RECORD FROM DREG-TOTAL-DTL.
           MOVE 'VOLUNTARY DEDUCTIONS' TO DREG-TOT-LABEL.
           MOVE DREG-VOL-COUNT TO DREG-TOT-COUNT.
           MOVE DREG-VOL-TAKEN TO DREG-TOT-TAKEN.
           MOVE DREG-VOL-ARREARS TO DREG-TOT-ARREARS.
           WRITE DEDUCTION-RPT-RECORD FROM DREG-TOTAL-DTL.
           COMPUTE DREG-TOTAL-ARREARS = DREG-GARN-ARREARS
                                      + DREG-VOL-ARREARS.
           MOVE 'TOTAL DEDUCTIONS' TO DREG-TOT-LABEL.
           COMPUTE DREG-TOT-COUNT = DREG-GARN-COUNT + DREG-VOL-COUNT.
           COMPUTE DREG-TOT-TAKEN = DREG-GARN-TAKEN + DREG-VOL-TAKEN.
           MOVE DREG-TOTAL-ARREARS TO DREG-TOT-ARREARS.
           WRITE DEDUCTION-RPT-RECORD FROM DREG-TOTAL-DTL.
           ADD 4 TO DREG-LINE-COUNT.
*********
       6810-PRINT-DREG-DETAIL.
           IF DREG-LINE-COUNT GREATER THAN 55
               PERFORM 6840-PRINT-DREG-HEADERS.
           MOVE DTKN-RECORD (DTKN-IX) TO DEDUCTION-MASTER-RECORD.
           MOVE DED-EMP-NUMBER        TO DREG-DTL-EMP-NUM.
           MOVE DTKN-NAME (DTKN-IX)   TO DREG-DTL-NAME.
           MOVE DED-CODE              TO DREG-DTL-CODE.
           MOVE DED-DESCRIPTION       TO DREG-DTL-DESC.
           MOVE DED-TYPE              TO DREG-DTL-TYPE.
           MOVE DED-PRIORITY          TO DREG-DTL-PRIORITY.
           MOVE DTKN-AMOUNT (DTKN-IX) TO DREG-DTL-TAKEN.
           MOVE DED-ARREARS           TO DREG-DTL-ARREARS.
           MOVE DED-BALANCE           TO DREG-DTL-BALANCE.
           MOVE DED-GOAL-AMOUNT       TO DREG-DTL-GOAL.
           MOVE SPACES TO DREG-DTL-NOTE.
           IF DED-SATISFIED
               MOVE 'SATISFIED' TO DREG-DTL-NOTE
           ELSE
               IF DED-ARREARS > 0
                   MOVE 'IN ARREARS' TO DREG-DTL-NOTE
               END-IF
           END-IF.
           WRITE DEDUCTION-RPT-RECORD FROM DREG-DTL
             AFTER ADVANCING 1 LINE.
           ADD 1 TO DREG-LINE-COUNT.
           IF DED-GARNISHMENT
               ADD 1 TO DREG-GARN-COUNT
               ADD DTKN-AMOUNT (DTKN-IX) TO DREG-GARN-TAKEN
               ADD DED-ARREARS TO DREG-GARN-ARREARS
           ELSE
               ADD 1 TO DREG-VOL-COUNT
               ADD DTKN-AMOUNT (DTKN-IX) TO DREG-VOL-TAKEN
               ADD DED-ARREARS TO DREG-VOL-ARREARS
           END-IF.
*********
       6840-PRINT-DREG-HEADERS.
           MOVE DREG-PAGE-COUNT TO DREG-PAGE.
           MOVE DATE-CCYY TO DREG-RUN-CCYY.
           MOVE DATE-MM TO DREG-RUN-MM.
           MOVE DATE-DD TO DREG-RUN-DD.
           WRITE DEDUCTION-RPT-RECORD FROM BLANK-LINE.
           WRITE DEDUCTION-RPT-RECORD FROM DREG-HDR1.
           WRITE DEDUCTION-RPT-RECORD FROM BLANK-LINE.
           WRITE DEDUCTION-RPT-RECORD FROM DREG-HDR2.
           WRITE DEDUCTION-RPT-RECORD FROM BLANK-LINE.
           ADD 1 TO DREG-PAGE-COUNT.
           MOVE 5 TO DREG-LINE-COUNT.
*********
*********  PRINT HEADERS FOR EMPLOYEE COMPENSATION REPORT
*********
       6200-PRINT-EMPLOYEE-HEADERS.
               ADD 1 TO SALES-UNMATCHED-COUNT
           END-IF.
*********
*********  LIST TIME ENTRIES NOT PAID TO AN HOURLY EMPLOYEE THIS RUN,
*********  ONE LINE PER EMPLOYEE NUMBER WITH THE ACCUMULATED HOURS.
*********
       6560-WRITE-TIME-EXCEPTIONS.
           IF TIME-ACCUM-COUNT > 0
               PERFORM 6570-CHECK-TIME-ENTRY
                   VARYING TIM-IX FROM 1 BY 1
                   UNTIL TIM-IX > TIME-ACCUM-COUNT
           END-IF.
*********
       6570-CHECK-TIME-ENTRY.
           IF NOT TIM-ACCUM-MATCHED (TIM-IX)
               MOVE SPACES TO TIME-XCPT-DETAIL
               MOVE TIM-ACCUM-EMP (TIM-IX) TO TIM-XCPT-EMP-NUM
               MOVE TIM-ACCUM-HOURS (TIM-IX) TO TIM-XCPT-HOURS
               IF TIM-ACCUM-NOT-HOURLY (TIM-IX)
                   MOVE 'EMPLOYEE IS NOT HOURLY'
                       TO TIM-XCPT-MESSAGE
               ELSE
                   MOVE 'NO MATCHING HOURLY EMPLOYEE'
                       TO TIM-XCPT-MESSAGE
               END-IF
               WRITE TIME-XCPT-RECORD FROM TIME-XCPT-DETAIL
               ADD 1 TO TIME-XCPT-COUNT
           END-IF.
*********
*********  POST EACH EMPLOYEE'S CURRENT-PERIOD COMPENSATION BACK TO
*********  THE YEAR-TO-DATE STORE.  THE WHOLE POSTING PASS IS ONE
*********  UNIT OF WORK, COMMITTED ONCE AT THE END: AN ABEND
           END-EVALUATE.
           WRITE YTD-POST-AUDIT-RECORD FROM YTD-POST-DETAIL.
*********
*********  A TRIAL RUN LISTS WHAT THE POSTING WOULD HAVE BEEN.
*********
       6660-AUDIT-TRIAL-POSTING.
           MOVE SPACES TO YTD-POST-DETAIL.
           MOVE POST-EMP-NUM (POST-IX) TO POST-AUD-EMP-NUM.
           MOVE POST-AMOUNT (POST-IX)  TO POST-AUD-AMOUNT.
           MOVE 'NOT POSTED - TRIAL RUN' TO POST-AUD-STATUS.
           WRITE YTD-POST-AUDIT-RECORD FROM YTD-POST-DETAIL.
           ADD 1 TO YTD-NOTPOSTED-COUNT.
*********
*********  REWRITE EVERY DEDUCTION MASTER RECORD PROCESSED THIS RUN
*********  WITH ITS NEW BALANCE, ARREARS, STATUS AND LAST-TAKEN
*********  FIGURES.  LIKE THE YTD POSTING THIS IS LEFT TO THE END OF
*********  THE COMPENSATION RUN, SO A RUN THAT STOPS SHORT OR IS
*********  SKIPPED AS A DOUBLE RUN LEAVES THE MASTER AS IT WAS.  THE
*********  COUNTS PRINT AT THE FOOT OF THE DEDUCTION REGISTER.
*********
       6700-UPDATE-DEDUCTION-MASTER.
           MOVE 0 TO DED-UPDATED-COUNT.
           MOVE 0 TO DED-NOTUPDATED-COUNT.
           IF DED-TAKEN-COUNT > 0
               PERFORM 6710-REWRITE-DEDUCTION
                   VARYING DTKN-IX FROM 1 BY 1
                   UNTIL DTKN-IX > DED-TAKEN-COUNT
           END-IF.
           MOVE DED-UPDATED-COUNT TO DREG-UPD-COUNT.
           MOVE DED-NOTUPDATED-COUNT TO DREG-UPD-NOT-COUNT.
           WRITE DEDUCTION-RPT-RECORD FROM BLANK-LINE.
           WRITE DEDUCTION-RPT-RECORD FROM DREG-UPDATE-DTL.
*********
       6710-REWRITE-DEDUCTION.
           MOVE DTKN-RECORD (DTKN-IX) TO DEDUCTION-MASTER-RECORD.
           REWRITE DED-MAST-FD-RECORD FROM DEDUCTION-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF DED-MAST-STATUS = '00'
               ADD 1 TO DED-UPDATED-COUNT
           ELSE
               ADD 1 TO DED-NOTUPDATED-COUNT
               MOVE SPACES TO ERROR-LINE
               STRING ' *** DEDUCTION MASTER NOT UPDATED - EMPLOYEE '
                      DED-EMP-NUMBER ' CODE ' DED-CODE
                      ' STATUS ' DED-MAST-STATUS ' *** '
                      DELIMITED BY SIZE INTO ERROR-LINE
               END-STRING
               WRITE REPORT-RECORD2 FROM ERROR-LINE
           END-IF.
*********
*********  COMPENSATION DATA FOR MANAGEMENT EMPLOYEES IS PRINTED
*********  TO THE REGIONAL SALES REPORT.  THE TOTAL SALES FOR THE
*********  REGION IS PASSED TO THE CALLED PROGRAM WHICH CALCULATES
*********  COMMISSION, AND THE COMMISSION IS THEN SPLIT ACROSS THE
*********  REGION'S MANAGERS BY THEIR SHARE PERCENT, ONE REPORT LINE
*********  AND ONE REGION EXTRACT RECORD PER MANAGER.  A REGION WITH
*********  NO MANAGER PRINTS ITS SALES WITH NOTHING PAID.  THIS
*********  REPORT IS GENERATED AT END-OF-MONTH.
*********
       7000-PRINT-REGION-REPORT.
           IF NOT REGION-DEF-ACTIVE (REGION-SUB)
               ADD 1 TO REGION-SUB
               GO TO 7000-EXIT.
           MOVE REGION-SALES   (REGION-SUB) TO CALC-SALES.
           MOVE 'M' TO EMP-TYPE.
           MOVE REGION-SUB TO CALC-EMP-REGION.
           CALL 'CWXTSUBC' USING EMP-TYPE,
                                 CALC-SALES,
                                 CALC-COMMISSION,
                                 CALC-RATE-CODE.
           MOVE CALC-COMMISSION TO MGR-REGION-COMM.
           MOVE CALC-COMMISSION TO MGR-COMM-LEFT.
           MOVE 0 TO MGR-REGION-SEEN.
           IF REGION-MGR-COUNT (REGION-SUB) = 0
               IF REG-LINE-COUNT GREATER THAN 55
                   PERFORM 7100-PRINT-REGION-HEADERS
               END-IF
               MOVE SPACES TO REGION-DETAIL
               MOVE '*NO MANAGER*' TO REG-DTL-MANAGER
               MOVE REGION-NAME    (REGION-SUB) TO REG-DTL-REGION
               MOVE REGION-SALES   (REGION-SUB) TO REG-DTL-SALES
               MOVE 0 TO REG-DTL-SALARY
               MOVE 0 TO REG-DTL-COMM
               MOVE 0 TO REG-DTL-TOTAL
               MOVE 0 TO REG-DTL-SHARE
               MOVE REGION-COMMENT (REGION-SUB) TO REG-DTL-COMMENT
               WRITE REPORT-RECORD2 FROM REGION-DETAIL
               ADD 1 TO REG-LINE-COUNT
               ADD 1 TO REGION-SUB
               GO TO 7000-EXIT.
           PERFORM 7300-PAY-REGION-MANAGER THRU 7300-EXIT
               VARYING MGR-IX FROM 1 BY 1
               UNTIL MGR-IX > MGR-COUNT.
           ADD 1 TO REGION-SUB.
       7000-EXIT.
           EXIT.
*********
*********  PAY ONE MANAGER OF THE CURRENT REGION: SALARY PLUS THEIR
*********  SHARE OF THE REGION COMMISSION, WITH THE SAME CAPPED
*********  WITHHOLDING AND DEDUCTIONS AS THE EMPLOYEES.
*********  WHEN THE REGION'S SHARES TOTAL 100 THE LAST MANAGER TAKES
*********  THE COMMISSION LEFT AFTER THE OTHERS, SO THE SPLIT TIES TO
*********  THE PENNY.  SHARES THAT DO NOT TOTAL 100 HAVE ALREADY BEEN
*********  FLAGGED BY 7050-CHECK-REGION-MANAGERS AND ARE PAID AS KEYED.
*********
       7300-PAY-REGION-MANAGER.
           IF MGR-REGION (MGR-IX) NOT = REGION-SUB
               GO TO 7300-EXIT.
           ADD 1 TO MGR-REGION-SEEN.
           IF MGR-REGION-SEEN = REGION-MGR-COUNT (REGION-SUB)
              AND REGION-SHARE-TOTAL (REGION-SUB) = 100
               IF MGR-COMM-LEFT LESS THAN 0
                   MOVE 0 TO MGR-COMM (MGR-IX)
               ELSE
                   MOVE MGR-COMM-LEFT TO MGR-COMM (MGR-IX)
               END-IF
           ELSE
               COMPUTE MGR-COMM (MGR-IX) ROUNDED =
                   MGR-REGION-COMM * MGR-SHARE-PCT (MGR-IX) / 100
           END-IF.
           SUBTRACT MGR-COMM (MGR-IX) FROM MGR-COMM-LEFT.
           COMPUTE MGMT-COMPENSATION = MGR-COMM (MGR-IX) +
                                      MGR-SALARY (MGR-IX).
           ADD  MGMT-COMPENSATION TO GRAND-TOTAL-MGMT.
           MOVE MGMT-COMPENSATION TO WITHHOLD-GROSS.
           MOVE MGR-PCT (MGR-IX) TO WITHHOLD-PCT-WORK.
           MOVE MGR-FOUND-SW (MGR-IX) TO CUR-EMP-YTD-FOUND-SW.
           MOVE MGR-YTDWH (MGR-IX) TO CUR-EMP-YTD-WITHHOLD.
           MOVE MGR-MAXNATL (MGR-IX) TO CUR-EMP-MAXNATL.
           MOVE MGR-YTDSAL (MGR-IX) TO CUR-EMP-YTDSAL.
           MOVE MGR-STATE (MGR-IX) TO STATE-WORK-CODE.
           MOVE MGR-EMP-NUM (MGR-IX) TO STATE-WORK-EMP.
           MOVE MGR-EMP-NUM (MGR-IX) TO DED-WORK-EMP.
           MOVE MGR-NAME (MGR-IX) TO DED-WORK-NAME.
           PERFORM 5400-COMPUTE-WITHHOLDING.
           MOVE MGMT-COMPENSATION TO MGR-GROSS (MGR-IX).
           MOVE PERIOD-WITHHOLD TO MGR-WHLD (MGR-IX).
           MOVE PERIOD-STATE-WITHHOLD TO MGR-STATE-WHLD (MGR-IX).
           MOVE PERIOD-DEDUCTIONS TO MGR-DED-TOTAL (MGR-IX).
           MOVE DED-EMP-FIRST TO MGR-DED-FIRST (MGR-IX).
           MOVE DED-EMP-TAKEN TO MGR-DED-COUNT (MGR-IX).
           MOVE PERIOD-NET TO MGR-NET (MGR-IX).
           IF REG-LINE-COUNT GREATER THAN 55
               PERFORM 7100-PRINT-REGION-HEADERS.
           MOVE SPACES TO REGION-DETAIL.
           MOVE MGR-NAME (MGR-IX)           TO REG-DTL-MANAGER.
           MOVE REGION-NAME    (REGION-SUB) TO REG-DTL-REGION.
           MOVE REGION-SALES   (REGION-SUB) TO REG-DTL-SALES.
           MOVE MGR-SALARY (MGR-IX)         TO REG-DTL-SALARY.
           MOVE MGR-COMM (MGR-IX)           TO REG-DTL-COMM.
           MOVE CALC-RATE-CODE              TO REG-DTL-RATE-CODE.
           MOVE MGMT-COMPENSATION           TO REG-DTL-TOTAL.
           MOVE REGION-COMMENT (REGION-SUB) TO REG-DTL-COMMENT.
           MOVE MGR-SHARE-PCT (MGR-IX)      TO REG-DTL-SHARE.
           WRITE REPORT-RECORD2 FROM REGION-DETAIL.
           IF NOT TRIAL-RUN
               PERFORM 7500-WRITE-REGION-EXTRACT
           END-IF.
           ADD 1 TO REG-LINE-COUNT.
       7300-EXIT.
           EXIT.
*********
*********  BEFORE THE REGIONAL SALES REPORT PRINTS, CHECK EVERY
*********  ACTIVE REGION'S MANAGERS.  A REGION WITH NO MANAGER, OR
*********  WHOSE MANAGERS' COMMISSION SHARES DO NOT TOTAL 100, IS
*********  FLAGGED.  A REGION'S SOLE MANAGER WITH NO SHARE KEYED
*********  TAKES THE WHOLE COMMISSION.
*********
       7050-CHECK-REGION-MANAGERS.
           MOVE 0 TO MGR-FLAG-COUNT.
           MOVE 1 TO REGION-SUB.
           PERFORM 7060-CHECK-ONE-REGION
               UNTIL REGION-SUB > REGION-COUNT.
           IF MGR-FLAG-COUNT > 0
               WRITE REPORT-RECORD2 FROM BLANK-LINE
           END-IF.
           MOVE 1 TO REGION-SUB.
*********
       7060-CHECK-ONE-REGION.
           IF REGION-DEF-ACTIVE (REGION-SUB)
               IF REGION-MGR-COUNT (REGION-SUB) = 1
                  AND REGION-SHARE-TOTAL (REGION-SUB) = 0
                   PERFORM 7070-DEFAULT-SOLE-SHARE
                       VARYING MGR-IX FROM 1 BY 1
                       UNTIL MGR-IX > MGR-COUNT
                   MOVE 100 TO REGION-SHARE-TOTAL (REGION-SUB)
               END-IF
               IF REGION-MGR-COUNT (REGION-SUB) = 0
                   MOVE SPACES TO ERROR-LINE
                   STRING ' *** REGION ' REGION-NAME (REGION-SUB)
                          ' - NO MANAGER ON FILE, COMMISSION NOT PAID'
                          ' *** '
                          DELIMITED BY SIZE INTO ERROR-LINE
                   END-STRING
                   WRITE REPORT-RECORD2 FROM ERROR-LINE
                   ADD 1 TO MGR-FLAG-COUNT
               ELSE
                   IF REGION-SHARE-TOTAL (REGION-SUB) NOT = 100
                       MOVE REGION-SHARE-TOTAL (REGION-SUB)
                           TO MGR-SHARE-EDIT
                       MOVE SPACES TO ERROR-LINE
                       STRING ' *** REGION ' REGION-NAME (REGION-SUB)
                              ' - MANAGER SHARES TOTAL '
                              MGR-SHARE-EDIT ' NOT 100 *** '
                              DELIMITED BY SIZE INTO ERROR-LINE
                       END-STRING
                       WRITE REPORT-RECORD2 FROM ERROR-LINE
                       ADD 1 TO MGR-FLAG-COUNT
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO REGION-SUB.
*********
       7070-DEFAULT-SOLE-SHARE.
           IF MGR-REGION (MGR-IX) = REGION-SUB
               MOVE 100 TO MGR-SHARE-PCT (MGR-IX)
           END-IF.
*********
*********  WRITE THE FIGURES THAT WENT TO ONE MANAGER'S REGIONAL
*********  SALES REPORT LINE TO THE COMPENSATION EXTRACT FILE, KEYED
*********  BY THE MANAGER'S EMPLOYEE NUMBER SO CO-MANAGERS OF A
*********  REGION EACH CARRY THEIR OWN RECORD.  THE MANAGER'S
*********  DEDUCTIONS FOLLOW AS TYPE 'D' RECORDS.
*********
       7500-WRITE-REGION-EXTRACT.
           MOVE SPACES TO COMP-EXTRACT-RECORD.
           MOVE 'R' TO EXT-RECORD-TYPE.
           MOVE MGR-EMP-NUM (MGR-IX)       TO EXT-EMP-NUMBER.
           MOVE REGION-NAME (REGION-SUB)   TO EXT-REGION.
           MOVE 'M' TO EXT-EMP-TYPE.
           MOVE MGR-SALARY (MGR-IX)        TO EXT-WAGES.
           MOVE ZERO TO EXT-OT.
           MOVE ZERO TO EXT-DT.
           MOVE MGR-COMM (MGR-IX)          TO EXT-COMM.
           MOVE CALC-RATE-CODE             TO EXT-RATE-CODE.
           MOVE MGMT-COMPENSATION          TO EXT-TOTAL.
           MOVE REGION-SALES (REGION-SUB)  TO EXT-SALES.
           MOVE PERIOD-WITHHOLD            TO EXT-WITHHOLD.
           MOVE PERIOD-NET                 TO EXT-NET.
           MOVE MGR-STATE (MGR-IX)         TO EXT-STATE.
           MOVE PERIOD-STATE-WITHHOLD      TO EXT-STATE-WITHHOLD.
           MOVE MGR-DED-TOTAL (MGR-IX)     TO EXT-DEDUCT-TOTAL.
           PERFORM 6900-SET-EXTRACT-RUN-DATE.
           WRITE EXTRACT-RECORD FROM COMP-EXTRACT-RECORD.
           MOVE REGION-NAME (REGION-SUB)   TO DED-EXT-REGION.
           MOVE 'M' TO DED-EXT-TYPE.
           COMPUTE DED-EMP-LAST = MGR-DED-FIRST (MGR-IX)
                                + MGR-DED-COUNT (MGR-IX) - 1.
           PERFORM 6170-WRITE-DEDUCTION-EXTRACT
               VARYING DTKN-IX FROM MGR-DED-FIRST (MGR-IX)
               BY 1 UNTIL DTKN-IX > DED-EMP-LAST.
*********
*********  STAMP THE EXTRACT RECORD WITH THE RUN DATE.
*********
           MOVE WA-EMP-TYPE TO EDIT-REJ-EMP-TYPE.
           WRITE EDIT-REJECT-RECORD FROM EDIT-REJECT-DETAIL.
*********
*********  A TRIAL RUN NEVER OPENS THE EXTRACT OR THE TERMINATED-
*********  EMPLOYEE HISTORY, SO NO GENERATION IS ROLLED AND NOTHING
*********  IS APPENDED; PAY HISTORY AND THE DEDUCTION MASTER ARE ONLY
*********  READ, AND THE PAY COMPARISON IS OPENED IN THEIR PLACE.
*********
       9000-OPEN.
           OPEN OUTPUT REPORT-FILE2.
           OPEN OUTPUT SUSPENSE-FILE.
           OPEN OUTPUT EDIT-REJECT-FILE.
           OPEN OUTPUT YTD-POST-AUDIT-FILE.
           OPEN OUTPUT WITHHOLD-RPT-FILE.
           OPEN OUTPUT DEDUCTION-RPT-FILE.
           IF TRIAL-RUN
               OPEN INPUT  PAY-HISTORY-FILE
               OPEN OUTPUT TRIAL-CMP-FILE
               MOVE ' *** TRIAL RUN - NOTHING IS POSTED OR WRITTEN TO H
      -            'ISTORY *** ' TO ERROR-LINE
               WRITE REPORT-RECORD2 FROM ERROR-LINE
           ELSE
               OPEN OUTPUT EXTRACT-FILE
               OPEN OUTPUT TERM-HISTORY-FILE
               OPEN I-O    PAY-HISTORY-FILE
           END-IF.
*********
*********  WITHOUT THE DEDUCTION MASTER NO DEDUCTIONS CAN BE TAKEN -
*********  THE RUN CARRIES ON, BUT IT IS FLAGGED ON THE REPORT SO
*********  THE NET PAY IS CHECKED BEFORE IT IS RELEASED.
*********
           IF TRIAL-RUN
               OPEN INPUT  DEDUCTION-FILE
           ELSE
               OPEN I-O    DEDUCTION-FILE
           END-IF.
           IF DED-MAST-STATUS = '00'
               MOVE 'Y' TO DED-FILE-OPEN-SW
           ELSE
               MOVE 'N' TO DED-FILE-OPEN-SW
               MOVE SPACES TO ERROR-LINE
               STRING ' *** DEDUCTION MASTER NOT OPENED - STATUS '
                      DED-MAST-STATUS
                      ' - NO DEDUCTIONS TAKEN THIS RUN *** '
                      DELIMITED BY SIZE INTO ERROR-LINE
               END-STRING
               WRITE REPORT-RECORD2 FROM ERROR-LINE
           END-IF.
*********
*********  VALID PARMS ARE BLANK OR 5 DIGIT NUMBER.  WHEN A RESTART
*********  NUMBER IS SUPPLIED, PROCESSING RESTARTS AT THE RECORD
*********
       9200-INIT.
           PERFORM 9250-LOAD-REGION-TABLE.
           PERFORM 9600-LOAD-STATE-TAX-TABLE.
           MOVE ZERO TO REGION-EMP-COUNTS.
           MOVE 1 TO REGION-SUB.
           PERFORM 9300-INITIALIZE-REGION-TABLE
       9300-INITIALIZE-REGION-TABLE.
           MOVE REGION-DEF-NAME (REGION-SUB)
               TO REGION-NAME (REGION-SUB).
           MOVE SPACES TO REGION-COMMENT (REGION-SUB).
           MOVE 0 TO REGION-SALES  (REGION-SUB).
           MOVE 0 TO REGION-MGR-COUNT (REGION-SUB).
           MOVE 0 TO REGION-SHARE-TOTAL (REGION-SUB).
           ADD  1 TO REGION-SUB.
*********
*********  LOAD THE REGION DEFINITIONS FROM THE REGION REFERENCE
*********  A FUTURE-DATED TRANSACTION IS WRITTEN AS READ TO THE
*********  CARRY-FORWARD FILE, WHICH THE JCL CONCATENATES INTO THE
*********  NEXT CYCLE'S EMPINP - THE SALE IS PAID IN ITS OWN PERIOD.
*********  A TRIAL RUN COUNTS IT BUT WRITES NOTHING - THE REAL RUN
*********  CARRIES IT.
*********
       9425-CARRY-FORWARD-TRAN.
           IF NOT TRIAL-RUN
               WRITE CARRY-FORWARD-RECORD FROM SALES-TRANSACTION
           END-IF.
           ADD 1 TO SALES-CARRIED-COUNT.
*********
       9430-ADD-TO-SALES-TABLE.
                       ADD 1 TO SALES-UNMATCHED-COUNT
               END-ADD
           END-IF.
*********
*********  LOAD THE TIME ACCUMULATION TABLE FROM THE DAILY TIME-ENTRY
*********  FILE, APPLYING THE SAME PAY-PERIOD CUT-OFF AS THE SALES
*********  LOAD: INSIDE THE WINDOW IS PAID THIS CYCLE, AFTER IT IS
*********  CARRIED FORWARD TO THE NEXT CYCLE'S TIMEINP, BEFORE IT (OR
*********  UNDATED) IS LISTED ON THE TIME EXCEPTION FILE.  AN ENTRY
*********  WITH NON-NUMERIC HOURS, OR MORE HOURS THAN A DAY HOLDS, IS
*********  LISTED WITHOUT BEING PAID.
*********
       9450-LOAD-TIME-TABLE.
           OPEN INPUT TIME-ENTRY-FILE.
           MOVE 'N' TO TIME-EOF-SW.
           PERFORM 9460-READ-TIME-ENTRY.
           PERFORM 9470-ACCUMULATE-TIME
               UNTIL TIME-EOF.
           CLOSE TIME-ENTRY-FILE.
*********
       9460-READ-TIME-ENTRY.
           READ TIME-ENTRY-FILE INTO TIME-ENTRY
               AT END
                 MOVE 'Y' TO TIME-EOF-SW.
           IF NOT TIME-EOF
               ADD 1 TO TIME-ENTRIES-READ.
*********
       9470-ACCUMULATE-TIME.
           EVALUATE TRUE
               WHEN TIM-HOURS NOT NUMERIC
                   MOVE 'HOURS NOT NUMERIC' TO TIM-XCPT-MESSAGE
                   PERFORM 9485-WRITE-TIME-EXCEPTION
               WHEN TIM-HOURS > MAX-DAILY-HOURS
                   MOVE 'MORE THAN 24 HOURS IN ONE DAY'
                       TO TIM-XCPT-MESSAGE
                   PERFORM 9485-WRITE-TIME-EXCEPTION
               WHEN NOT PERIOD-WINDOW-SET
                   PERFORM 9480-ADD-TO-TIME-TABLE
               WHEN TIM-WORK-DATE NOT NUMERIC
                   MOVE 'WORK DATE MISSING OR INVALID'
                       TO TIM-XCPT-MESSAGE
                   PERFORM 9485-WRITE-TIME-EXCEPTION
               WHEN TIM-WORK-DATE > PERIOD-END-DATE
                   PERFORM 9475-CARRY-FORWARD-TIME
               WHEN TIM-WORK-DATE < PERIOD-START-DATE
                   MOVE 'STALE - DATED BEFORE PAY PERIOD'
                       TO TIM-XCPT-MESSAGE
                   PERFORM 9485-WRITE-TIME-EXCEPTION
               WHEN OTHER
                   PERFORM 9480-ADD-TO-TIME-TABLE
           END-EVALUATE.
           PERFORM 9460-READ-TIME-ENTRY.
*********
*********  A FUTURE-DATED ENTRY IS WRITTEN AS READ TO THE TIME
*********  CARRY-FORWARD FILE, WHICH THE JCL CONCATENATES INTO THE
*********  NEXT CYCLE'S TIMEINP - THE HOURS ARE PAID IN THEIR OWN
*********  PERIOD.  A TRIAL RUN COUNTS IT BUT WRITES NOTHING.
*********
       9475-CARRY-FORWARD-TIME.
           IF NOT TRIAL-RUN
               WRITE TIME-CARRY-RECORD FROM TIME-ENTRY
           END-IF.
           ADD 1 TO TIME-CARRIED-COUNT.
*********
       9480-ADD-TO-TIME-TABLE.
           MOVE 'N' TO TIME-FOUND-SW.
           IF TIME-ACCUM-COUNT > 0
               PERFORM 9490-FIND-TIME-ENTRY
                   VARYING TIM-IX FROM 1 BY 1
                   UNTIL TIM-IX > TIME-ACCUM-COUNT
                   OR TIME-FOUND
           END-IF.
           IF NOT TIME-FOUND
               IF TIME-ACCUM-COUNT < TIME-ACCUM-MAX
                   ADD 1 TO TIME-ACCUM-COUNT
                   SET TIM-IX TO TIME-ACCUM-COUNT
                   MOVE TIM-EMP-NUMBER TO TIM-ACCUM-EMP (TIM-IX)
                   MOVE TIM-HOURS TO TIM-ACCUM-HOURS (TIM-IX)
                   MOVE 'N' TO TIM-ACCUM-MATCHED-SW (TIM-IX)
               ELSE
                   MOVE 'TIME TABLE FULL - ENTRY DROPPED'
                       TO TIM-XCPT-MESSAGE
                   PERFORM 9485-WRITE-TIME-EXCEPTION
               END-IF
           END-IF.
*********
*********  WRITE THE ENTRY JUST READ TO THE TIME EXCEPTION FILE WITH
*********  THE MESSAGE ALREADY MOVED TO TIM-XCPT-MESSAGE - EVERY
*********  OTHER FIELD OF THE LINE IS FILLED HERE.
*********
       9485-WRITE-TIME-EXCEPTION.
           MOVE TIM-EMP-NUMBER TO TIM-XCPT-EMP-NUM.
           MOVE TIM-WORK-DATE TO TIM-XCPT-DATE.
           IF TIM-HOURS NUMERIC
               MOVE TIM-HOURS TO TIM-XCPT-HOURS
           ELSE
               MOVE 0 TO TIM-XCPT-HOURS
           END-IF.
           WRITE TIME-XCPT-RECORD FROM TIME-XCPT-DETAIL.
           ADD 1 TO TIME-XCPT-COUNT.
*********
       9490-FIND-TIME-ENTRY.
           IF TIM-ACCUM-EMP (TIM-IX) = TIM-EMP-NUMBER
               MOVE 'Y' TO TIME-FOUND-SW
               ADD TIM-HOURS TO TIM-ACCUM-HOURS (TIM-IX)
                   ON SIZE ERROR
                       MOVE 'HOURS OVERFLOW - ENTRY DROPPED'
                           TO TIM-XCPT-MESSAGE
                       PERFORM 9485-WRITE-TIME-EXCEPTION
               END-ADD
           END-IF.
*********
*********  LOAD THE STATE TAX RATES AND ANNUAL CAPS FROM THE STATE
*********  TAX REFERENCE FILE.  A RECORD WITH NO STATE CODE, A RATE
*********  THAT IS NOT NUMERIC, OR A CAP THAT IS NEITHER NUMERIC NOR
*********  BLANK IS REPORTED AND SKIPPED - ITS EMPLOYEES ARE THEN
*********  REPORTED AS HAVING NO STATE TAX ENTRY, NOT WITHHELD AT A
*********  GUESSED RATE.
*********
       9600-LOAD-STATE-TAX-TABLE.
           MOVE 0 TO STATE-TAX-COUNT.
           OPEN INPUT STATE-TAX-FILE.
           MOVE 'N' TO STATE-TAX-EOF-SW.
           PERFORM 9610-READ-STATE-TAX-RECORD.
           PERFORM 9620-STORE-STATE-TAX-ENTRY
               UNTIL STATE-TAX-EOF.
           CLOSE STATE-TAX-FILE.
           IF STATE-TAX-COUNT = 0
               MOVE ' *** NO STATES LOADED FROM STATE TAX FILE *** '
                   TO ERROR-LINE
               WRITE REPORT-RECORD2 FROM ERROR-LINE
           END-IF.
*********
       9610-READ-STATE-TAX-RECORD.
           READ STATE-TAX-FILE INTO STATE-TAX-REF-REC
               AT END
                 MOVE 'Y' TO STATE-TAX-EOF-SW.
*********
       9620-STORE-STATE-TAX-ENTRY.
           IF STX-REF-ANNUAL-CAP = SPACES
               MOVE ZERO TO STX-REF-ANNUAL-CAP-NUM
           END-IF.
           EVALUATE TRUE
               WHEN STX-REF-STATE = SPACES
                 OR STX-REF-RATE-NUM NOT NUMERIC
                 OR STX-REF-ANNUAL-CAP-NUM NOT NUMERIC
                   MOVE SPACES TO ERROR-LINE
                   STRING ' *** INVALID STATE TAX RECORD - STATE '
                          STX-REF-STATE ' SKIPPED *** '
                          DELIMITED BY SIZE INTO ERROR-LINE
                   END-STRING
                   WRITE REPORT-RECORD2 FROM ERROR-LINE
               WHEN STATE-TAX-COUNT NOT LESS THAN STATE-TAX-MAX
                   MOVE SPACES TO ERROR-LINE
                   STRING ' *** STATE TAX TABLE FULL - STATE '
                          STX-REF-STATE ' SKIPPED *** '
                          DELIMITED BY SIZE INTO ERROR-LINE
                   END-STRING
                   WRITE REPORT-RECORD2 FROM ERROR-LINE
               WHEN OTHER
                   ADD 1 TO STATE-TAX-COUNT
                   SET STX-IX TO STATE-TAX-COUNT
                   MOVE STX-REF-STATE TO STATE-TAX-CODE (STX-IX)
                   MOVE STX-REF-RATE-NUM TO STATE-TAX-RATE (STX-IX)
                   MOVE STX-REF-ANNUAL-CAP-NUM
                                       TO STATE-TAX-CAP (STX-IX)
                   MOVE 0 TO STATE-TAX-EMPS (STX-IX)
                   MOVE 0 TO STATE-TAX-GROSS (STX-IX)
                   MOVE 0 TO STATE-TAX-WHLD (STX-IX)
           END-EVALUATE.
           PERFORM 9610-READ-STATE-TAX-RECORD.
*********
       9500-REITERATIVE.
           MOVE 0 to CALC-SALES.
           CLOSE REPORT-FILE2.
           CLOSE SUSPENSE-FILE.
           CLOSE EDIT-REJECT-FILE.
           CLOSE YTD-POST-AUDIT-FILE.
           CLOSE WITHHOLD-RPT-FILE.
           CLOSE PAY-HISTORY-FILE.
           CLOSE DEDUCTION-RPT-FILE.
           IF TRIAL-RUN
               CLOSE TRIAL-CMP-FILE
           ELSE
               CLOSE EXTRACT-FILE
               CLOSE TERM-HISTORY-FILE
           END-IF.
           IF DED-FILE-OPEN
               CLOSE DEDUCTION-FILE
           END-IF.
*********
*********
       9999-RIP.
