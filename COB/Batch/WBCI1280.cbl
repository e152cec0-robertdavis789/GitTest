
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WBCI1280.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  PROGRAM BUILDS THE DIRECT DEPOSIT FILE FOR A COMPENSATION     *
      *  CYCLE.  IT READS THE CYCLE'S COMPENSATION EXTRACT AND, FOR    *
      *  EACH E AND R PAY RECORD, LOOKS UP THE PERSON'S BANK ACCOUNT   *
      *  ON THE EMPLOYEE MASTER AND EITHER DEPOSITS THE NET PAY        *
      *  (EXT-NET) THROUGH A STANDARD ACH PPD CREDIT ENTRY OR LISTS    *
      *  THE PERSON FOR A PAPER CHECK.  THE TYPE 'D' DEDUCTION DETAIL  *
      *  RECORDS ARE COUNTED AND PASSED OVER - THEIR TOTAL IS ALREADY  *
      *  OUT OF THE NET PAY ON THE PAY RECORD.                         *
      *                                                                *
      *  AN ACCOUNT IN DEPOSIT STATUS 'A' IS PAID BY DEPOSIT.  A NEW   *
      *  OR CHANGED ACCOUNT (STATUS 'P', NO PRENOTE DATE) IS SENT A    *
      *  ZERO-DOLLAR PRENOTE, THE PRENOTE DATE IS STAMPED ON THE       *
      *  MASTER AND THE PERSON IS PAID BY PAPER CHECK FOR THIS ONE     *
      *  CYCLE.  ON THE FIRST CYCLE AFTER THE PRENOTE DATE THE         *
      *  ACCOUNT IS MADE ACTIVE AND LIVE DEPOSITS START.  ANYONE WITH  *
      *  NO ACCOUNT, A STOPPED ACCOUNT, OR NO MASTER RECORD IS LISTED  *
      *  FOR A PAPER CHECK.  A ZERO NET PAY IS NEITHER DEPOSITED NOR   *
      *  LISTED.                                                       *
      *                                                                *
      *  THE ACH BATCH AND FILE CONTROL TOTALS ARE BALANCED BACK TO    *
      *  THE CYCLE'S RUN-CONTROL RECORD: ACH CREDITS PLUS PAPER        *
      *  CHECKS MUST EQUAL THE EXTRACT NET PAY, WHICH MUST EQUAL THE   *
      *  CONTROL RECORD'S NET PAY TOTAL, THE EXTRACT PAY RECORDS MUST  *
      *  EQUAL ITS COUNT OF PEOPLE PAID, AND EVERY EXTRACT RECORD      *
      *  MUST CARRY ITS RUN DATE.  AN OUT-OF-BALANCE FILE IS FLAGGED   *
      *  ON THE DEPOSIT REGISTER AND ENDS THE STEP WITH RC 8 SO IT IS  *
      *  NOT RELEASED TO THE BANK.  A MISSING OR INVALID ORIGIN CARD   *
      *  ENDS THE STEP WITH RC 12 BEFORE ANYTHING IS WRITTEN.          *
      *                                                                *
      *  INPUT FILES - COMPENSATION EXTRACT (EXTC LAYOUT)              *
      *              - THE CYCLE'S RUN-CONTROL RECORD (CTLC LAYOUT)    *
      *              - DIRECT DEPOSIT ORIGIN CARD (ODFC LAYOUT)        *
      *  I/O FILE    - EMPLOYEE MASTER FILE (VSAM)                     *
      *  OUTPUT FILES- ACH DIRECT DEPOSIT FILE (ACHC LAYOUT)           *
      *              - DIRECT DEPOSIT REGISTER                         *
      *              - PAPER CHECK LIST.                               *
      *                                                                *
      *  PARM        - OPTIONAL EFFECTIVE ENTRY DATE (CCYYMMDD) FOR    *
      *                THE DEPOSITS.  OMITTED, THE RUN DATE IS USED.   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
      *  THE MASTER IS READ BY KEY FOR EACH PERSON ON THE EXTRACT AND  *
      *  REWRITTEN WHEN AN ACCOUNT GOES ON OR COMES OFF PRENOTE.       *
      ******************************************************************
           SELECT EMPLOYEE-FILE
               ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EMP-KEY
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT EXTRACT-FILE     ASSIGN TO EXTFILE.
           SELECT CONTROL-FILE     ASSIGN TO CTLFILE.
           SELECT ORIGIN-FILE      ASSIGN TO ACHPARM.
           SELECT ACH-FILE         ASSIGN TO ACHFILE.
           SELECT DEPOSIT-RPT-FILE ASSIGN TO DEPRPT.
           SELECT CHECK-RPT-FILE   ASSIGN TO CHKRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE
           RECORD CONTAINS 198 CHARACTERS.
       01  EMPLOYEE-RECORD.
           05 EMP-KEY                 PIC X(5).
           05 EMP-STUFF               PIC X(193).
       FD  EXTRACT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  EXTRACT-RECORD             PIC X(100).
       FD  CONTROL-FILE
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.
       01  CONTROL-RECORD             PIC X(250).
       FD  ORIGIN-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  ORIGIN-RECORD              PIC X(80).
       FD  ACH-FILE
           RECORD CONTAINS 94 CHARACTERS
           BLOCK CONTAINS 10 RECORDS
           RECORDING MODE IS F.
       01  ACH-RECORD                 PIC X(94).
       FD  DEPOSIT-RPT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  DEPOSIT-RPT-RECORD         PIC X(132).
       FD  CHECK-RPT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CHECK-RPT-RECORD           PIC X(132).
       WORKING-STORAGE SECTION.
      ******************************************************************
      *  RECORD LAYOUTS FOR THE EXTRACT, THE RUN-CONTROL RECORD, THE   *
      *  EMPLOYEE MASTER (BOTH VIEWS), THE ORIGIN CARD AND THE ACH     *
      *  FILE RECORDS.                                                 *
      ******************************************************************
       COPY EXTC.
       COPY CTLC.
       COPY EMPC.
       COPY EMPW.
       COPY ODFC.
       COPY ACHC.
      ******************************************************************
       01  MASTER-FILE-STATUS         PIC XX       VALUE '  '.
           88  MASTER-IO-GOOD                      VALUE '00'.
           88  MASTER-NOT-FOUND                    VALUE '23'.
       01  SWITCHES.
           05  EXT-EOF-SW             PIC X        VALUE 'N'.
               88  EXT-EOF                         VALUE 'Y'.
           05  CTL-FOUND-SW           PIC X        VALUE 'N'.
               88  CTL-FOUND                       VALUE 'Y'.
           05  ORIGIN-ERROR-SW        PIC X        VALUE 'N'.
               88  ORIGIN-ERROR                    VALUE 'Y'.
           05  PARM-ERROR-SW          PIC X        VALUE 'N'.
               88  BAD-PARM                        VALUE 'Y'.
           05  BATCH-OPEN-SW          PIC X        VALUE 'N'.
               88  BATCH-OPEN                      VALUE 'Y'.
           05  OUT-OF-BALANCE-SW      PIC X        VALUE 'N'.
               88  OUT-OF-BALANCE                  VALUE 'Y'.
      *********
      *********  HOW THE CURRENT EXTRACT PERSON IS PAID: 'D' BY
      *********  DEPOSIT, 'P' PRENOTE SENT AND PAID BY PAPER CHECK,
      *********  'C' BY PAPER CHECK FOR THE REASON IN CHECK-REASON.
      *********
       01  DISPOSITION-SW             PIC X        VALUE 'C'.
           88  DISP-DEPOSIT                        VALUE 'D'.
           88  DISP-PRENOTE                        VALUE 'P'.
           88  DISP-CHECK                          VALUE 'C'.
       01  CHECK-REASON               PIC X(30)    VALUE SPACES.
       01  COUNTERS.
           05  EXT-RECORDS-READ       PIC 9(7)     VALUE 0.
           05  EXT-DEDUCTION-COUNT    PIC 9(7)     VALUE 0.
           05  EXT-PAY-COUNT          PIC 9(5)     VALUE 0.
           05  RUN-DATE-MISMATCH-COUNT
                                      PIC 9(5)     VALUE 0.
           05  DEPOSIT-COUNT          PIC 9(5)     VALUE 0.
           05  PRENOTE-COUNT          PIC 9(5)     VALUE 0.
           05  ACTIVATED-COUNT        PIC 9(5)     VALUE 0.
           05  CHECK-COUNT            PIC 9(5)     VALUE 0.
           05  ZERO-NET-COUNT         PIC 9(5)     VALUE 0.
           05  DEP-PAGE-COUNT         PIC 9(3)     VALUE 1.
           05  DEP-LINE-COUNT         PIC S99      VALUE +56.
           05  CHK-PAGE-COUNT         PIC 9(3)     VALUE 1.
           05  CHK-LINE-COUNT         PIC S99      VALUE +56.
      *********
      *********  ACH FILE CONTROLS.  EVERY RECORD WRITTEN, HEADERS AND
      *********  CONTROLS INCLUDED, COUNTS TOWARD THE BLOCK COUNT; THE
      *********  ENTRY HASH IS KEPT WIDE AND CUT TO ITS LOW-ORDER 10
      *********  DIGITS WHEN IT IS MOVED TO THE CONTROL RECORDS.
      *********
       01  ACH-CONTROL-FIELDS.
           05  ACH-RECORD-COUNT       PIC 9(7)     COMP-3  VALUE 0.
           05  ACH-BATCH-COUNT        PIC 9(6)     COMP-3  VALUE 0.
           05  ACH-BLOCK-COUNT        PIC 9(6)     COMP-3  VALUE 0.
           05  ACH-FILL-COUNT         PIC 9(2)     COMP-3  VALUE 0.
           05  ACH-ENTRY-COUNT        PIC 9(6)     COMP-3  VALUE 0.
           05  ACH-TRACE-SEQ          PIC 9(7)     COMP-3  VALUE 0.
           05  ACH-ENTRY-HASH         PIC 9(12)    COMP-3  VALUE 0.
           05  ACH-CREDIT-TOTAL       PIC 9(10)V99 COMP-3  VALUE 0.
      *********
      *********  NET PAY TOTALS BALANCED AT END OF RUN AGAINST THE
      *********  RUN-CONTROL RECORD.
      *********
       01  NET-PAY-TOTALS.
           05  EXT-NET-TOTAL          PIC 9(7)V99  COMP-3  VALUE 0.
           05  DEPOSIT-TOTAL          PIC 9(7)V99  COMP-3  VALUE 0.
           05  CHECK-TOTAL            PIC 9(7)V99  COMP-3  VALUE 0.
           05  PAID-TOTAL             PIC 9(7)V99  COMP-3  VALUE 0.
       01  EFFECTIVE-DATE             PIC X(8)     VALUE SPACES.
       01  TIME-NOW                   PIC 9(8)     VALUE 0.
       01  TODAYS-DATE                PIC X(8).
       01  DATE-FIELDS REDEFINES TODAYS-DATE.
           05  DATE-CCYY              PIC 9(4).
           05  DATE-MM                PIC 9(2).
           05  DATE-DD                PIC 9(2).
      *********
      *********  DIRECT DEPOSIT REGISTER
      *********
       01  DEP-HDR1.
           05  FILLER      PIC X         VALUE SPACES.
           05  FILLER      PIC X(10)
                              VALUE  'RUN DATE  '.
           05  DEP-RUN-MM  PIC 99.
           05  FILLER      PIC X         VALUE '/'.
           05  DEP-RUN-DD  PIC 99.
           05  FILLER      PIC X         VALUE '/'.
           05  DEP-RUN-CCYY
                           PIC 9(4).
           05  FILLER      PIC X(5)      VALUE SPACES.
           05  FILLER      PIC X(30)
                   VALUE 'DIRECT DEPOSIT REGISTER       '.
           05  FILLER      PIC X(10)     VALUE 'EFFECTIVE '.
           05  DEP-EFF-DATE
                           PIC X(8).
           05  FILLER      PIC X(8)      VALUE SPACES.
           05  FILLER      PIC X(5)      VALUE 'PAGE '.
           05  DEP-PAGE    PIC ZZ9.
       01  DEP-HDR2.
           05  FILLER      PIC X(1)      VALUE SPACES.
           05  FILLER      PIC X(7)      VALUE 'EMP NO '.
           05  FILLER      PIC X(17)     VALUE 'NAME'.
           05  FILLER      PIC X(9)      VALUE 'ENTRY'.
           05  FILLER      PIC X(4)      VALUE 'TC'.
           05  FILLER      PIC X(11)     VALUE 'ROUTING'.
           05  FILLER      PIC X(10)     VALUE 'ACCOUNT'.
           05  FILLER      PIC X(11)     VALUE '    AMOUNT'.
           05  FILLER      PIC X(15)     VALUE '  TRACE NUMBER'.
       01  DEP-DTL.
           05  FILLER            PIC X(1)      VALUE SPACES.
           05  DEP-DTL-EMP       PIC X(5).
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  DEP-DTL-NAME      PIC X(15).
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  DEP-DTL-ENTRY     PIC X(7).
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  DEP-DTL-TRAN-CODE PIC X(2).
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  DEP-DTL-ROUTING   PIC X(9).
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  DEP-DTL-ACCT-TYPE PIC X(8).
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  DEP-DTL-AMOUNT    PIC ZZZZZ9.99.
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  DEP-DTL-TRACE     PIC X(15).
       01  DEP-FILE-TOTAL-DTL.
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  FILLER            PIC X(16)     VALUE 'ACH FILE ENTRIES'.
           05  DEP-FTOT-ENTRIES  PIC ZZZZZ9.
           05  FILLER            PIC X(7)      VALUE '  HASH '.
           05  DEP-FTOT-HASH     PIC 9(10).
           05  FILLER            PIC X(10)     VALUE '  CREDITS '.
           05  DEP-FTOT-CREDITS  PIC ZZZZZZ9.99.
           05  FILLER            PIC X(9)      VALUE '  BLOCKS '.
           05  DEP-FTOT-BLOCKS   PIC ZZZZZ9.
       01  DEP-BAL-DTL.
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  DEP-BAL-LABEL     PIC X(20).
           05  DEP-BAL-AMOUNT    PIC ZZZZZZ9.99.
           05  FILLER            PIC X(9)      VALUE ' AGAINST '.
           05  DEP-BAL-LABEL2    PIC X(16).
           05  DEP-BAL-AGAINST   PIC ZZZZZZ9.99.
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  DEP-BAL-FLAG      PIC X(16).
       01  DEP-CNT-DTL.
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  DEP-CNT-LABEL     PIC X(20).
           05  FILLER            PIC X(3)      VALUE SPACES.
           05  DEP-CNT-COUNT     PIC ZZZZZZ9.
           05  FILLER            PIC X(9)      VALUE ' AGAINST '.
           05  DEP-CNT-LABEL2    PIC X(16).
           05  FILLER            PIC X(3)      VALUE SPACES.
           05  DEP-CNT-AGAINST   PIC ZZZZZZ9.
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  DEP-CNT-FLAG      PIC X(16).
       01  DEP-TOTAL-DTL.
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  FILLER            PIC X(9)      VALUE 'DEPOSITS '.
           05  DEP-TOT-DEPOSITS  PIC ZZZZ9.
           05  FILLER            PIC X(11)     VALUE ' PRENOTES '.
           05  DEP-TOT-PRENOTES  PIC ZZZZ9.
           05  FILLER            PIC X(12)     VALUE ' ACTIVATED '.
           05  DEP-TOT-ACTIVATED PIC ZZZZ9.
           05  FILLER            PIC X(8)      VALUE ' CHECKS '.
           05  DEP-TOT-CHECKS    PIC ZZZZ9.
           05  FILLER            PIC X(10)     VALUE ' ZERO NET '.
           05  DEP-TOT-ZERO      PIC ZZZZ9.
           05  FILLER            PIC X(12)     VALUE ' DEDUCTIONS '.
           05  DEP-TOT-DED       PIC ZZZZZZ9.
      *********
      *********  PAPER CHECK LIST
      *********
       01  CHK-HDR1.
           05  FILLER      PIC X         VALUE SPACES.
           05  FILLER      PIC X(10)
                              VALUE  'RUN DATE  '.
           05  CHK-RUN-MM  PIC 99.
           05  FILLER      PIC X         VALUE '/'.
           05  CHK-RUN-DD  PIC 99.
           05  FILLER      PIC X         VALUE '/'.
           05  CHK-RUN-CCYY
                           PIC 9(4).
           05  FILLER      PIC X(5)      VALUE SPACES.
           05  FILLER      PIC X(30)
                   VALUE 'PAPER CHECK LIST              '.
           05  FILLER      PIC X(16)     VALUE SPACES.
           05  FILLER      PIC X(5)      VALUE 'PAGE '.
           05  CHK-PAGE    PIC ZZ9.
       01  CHK-HDR2.
           05  FILLER      PIC X(1)      VALUE SPACES.
           05  FILLER      PIC X(7)      VALUE 'EMP NO '.
           05  FILLER      PIC X(17)     VALUE 'NAME'.
           05  FILLER      PIC X(7)      VALUE 'REGION'.
           05  FILLER      PIC X(10)     VALUE '   NET PAY'.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(30)     VALUE 'REASON'.
       01  CHK-DTL.
           05  FILLER            PIC X(1)      VALUE SPACES.
           05  CHK-DTL-EMP       PIC X(5).
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  CHK-DTL-NAME      PIC X(15).
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  CHK-DTL-REGION    PIC X(5).
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  CHK-DTL-NET       PIC ZZZZZ9.99.
           05  FILLER            PIC X(3)      VALUE SPACES.
           05  CHK-DTL-REASON    PIC X(30).
       01  CHK-TOTAL-DTL.
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  FILLER            PIC X(13)     VALUE 'PAPER CHECKS '.
           05  CHK-TOT-COUNT     PIC ZZZZ9.
           05  FILLER            PIC X(8)      VALUE '  TOTAL '.
           05  CHK-TOT-AMOUNT    PIC ZZZZZZ9.99.
      *********
      *********  BLANK LINE TO CONTROL SPACING OF REPORT
      *********
       01  BLANK-LINE             PIC X(132)  VALUE SPACES.
      ******************************************************************
      *  PARMINFO IS THE MVS EXECUTE PARM: AN OPTIONAL EFFECTIVE       *
      *  ENTRY DATE, ONLY PRESENT WHEN PARM-LTH COVERS IT.             *
      ******************************************************************
       LINKAGE SECTION.
       01  PARMINFO.
           03  PARM-LTH           PIC S9(4) COMP.
           03  PARM-EFFECTIVE-DATE
                                  PIC X(8).

       PROCEDURE DIVISION USING PARMINFO.
      *                                                                *
      ******      0000-MAINLINE                                   ******
      *                                                                *
      ******************************************************************
       0000-MAINLINE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-NOW FROM TIME.
           PERFORM 9100-CHECK-PARM.
           IF BAD-PARM
               MOVE 12 TO RETURN-CODE
               GOBACK.
           PERFORM 9000-OPEN.
           PERFORM 9200-READ-ORIGIN-CARD THRU 9200-EXIT.
           IF ORIGIN-ERROR
               PERFORM 9900-CLOSE
               MOVE 12 TO RETURN-CODE
               GOBACK.
           PERFORM 9300-READ-CONTROL.
           PERFORM 7000-WRITE-FILE-HEADER.
           PERFORM 8000-READ-EXTRACT.
           PERFORM 1000-PROCESS-EXTRACT
               UNTIL EXT-EOF.
           IF BATCH-OPEN
               PERFORM 7300-WRITE-BATCH-CONTROL.
           PERFORM 7400-WRITE-FILE-CONTROL.
           PERFORM 3000-BALANCE-TO-CONTROL.
           PERFORM 6500-PRINT-RUN-TOTALS.
           PERFORM 9900-CLOSE.
           IF OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE.
           GOBACK.
      *********
      *********  ONE PAY RECORD FROM THE EXTRACT.  THE NET PAY IS
      *********  ADDED TO THE EXTRACT TOTAL WHATEVER HAPPENS TO IT, SO
      *********  THE DEPOSITS PLUS THE CHECKS MUST COME BACK TO IT.  A
      *********  PRENOTE IS SENT FOR ITS OWN SAKE - EVEN WITH NO NET
      *********  PAY - AND THE PERSON IS THEN PAID BY CHECK.
      *********
       1000-PROCESS-EXTRACT.
           ADD 1 TO EXT-PAY-COUNT.
           ADD EXT-NET TO EXT-NET-TOTAL.
           IF CTL-FOUND
              AND EXT-RUN-DATE NOT = CTL-RUN-DATE
               ADD 1 TO RUN-DATE-MISMATCH-COUNT.
           PERFORM 2000-DECIDE-DISPOSITION THRU 2000-EXIT.
           IF DISP-PRENOTE
               PERFORM 2600-WRITE-PRENOTE
               MOVE 'ACCOUNT ON PRENOTE THIS CYCLE' TO CHECK-REASON.
           IF EXT-NET = 0
               ADD 1 TO ZERO-NET-COUNT
           ELSE
               IF DISP-DEPOSIT
                   PERFORM 2500-WRITE-DEPOSIT
               ELSE
                   PERFORM 2700-LIST-PAPER-CHECK
               END-IF
           END-IF.
           PERFORM 8000-READ-EXTRACT.
      *********
      *********  DECIDE HOW THE PERSON IS PAID FROM THE DEPOSIT STATUS
      *********  ON THEIR MASTER RECORD.  A PRENOTE ACCOUNT WITH NO
      *********  PRENOTE DATE (OR TODAY'S, ON A RERUN) GETS ITS
      *********  PRENOTE NOW; ONE WHOSE PRENOTE WENT OUT ON AN EARLIER
      *********  CYCLE IS MADE ACTIVE AND DEPOSITED TO.  THE MASTER IS
      *********  REWRITTEN BEFORE THE ENTRY IS WRITTEN, SO A FAILED
      *********  REWRITE PAYS BY CHECK AND SENDS NOTHING.
      *********
       2000-DECIDE-DISPOSITION.
           MOVE 'C' TO DISPOSITION-SW.
           MOVE SPACES TO CHECK-REASON.
           MOVE EXT-EMP-NUMBER TO EMP-KEY.
           READ EMPLOYEE-FILE INTO EMPLOYEE-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF NOT MASTER-IO-GOOD
               MOVE SPACES TO EMPLOYEE-WORK-AREA
               MOVE 'NOT ON EMPLOYEE MASTER' TO CHECK-REASON
               GO TO 2000-EXIT.
           MOVE EMPLOYEE-MASTER-FILE (1:80) TO EMPLOYEE-WORK-AREA.
           IF (EMP-DEPOSIT-ACTIVE OR EMP-DEPOSIT-PRENOTE)
              AND (EMP-BANK-ROUTING NOT NUMERIC
                   OR EMP-BANK-ACCOUNT = SPACES)
               MOVE 'BANK ACCOUNT ON MASTER INVALID' TO CHECK-REASON
               GO TO 2000-EXIT.
           EVALUATE TRUE
               WHEN EMP-DEPOSIT-ACTIVE
                   MOVE 'D' TO DISPOSITION-SW
               WHEN EMP-DEPOSIT-PRENOTE
                    AND EMP-PRENOTE-DATE NOT = SPACES
                    AND EMP-PRENOTE-DATE < TODAYS-DATE
                   MOVE 'A' TO EMP-DEPOSIT-STATUS
                   PERFORM 2100-REWRITE-MASTER
                   IF MASTER-IO-GOOD
                       ADD 1 TO ACTIVATED-COUNT
                       MOVE 'D' TO DISPOSITION-SW
                   END-IF
               WHEN EMP-DEPOSIT-PRENOTE
                   MOVE TODAYS-DATE TO EMP-PRENOTE-DATE
                   PERFORM 2100-REWRITE-MASTER
                   IF MASTER-IO-GOOD
                       MOVE 'P' TO DISPOSITION-SW
                   END-IF
               WHEN EMP-DEPOSIT-STOPPED
                   MOVE 'DIRECT DEPOSIT STOPPED' TO CHECK-REASON
               WHEN OTHER
                   MOVE 'NO DIRECT DEPOSIT ACCOUNT' TO CHECK-REASON
           END-EVALUATE.
       2000-EXIT.
           EXIT.
      *********
       2100-REWRITE-MASTER.
           REWRITE EMPLOYEE-RECORD FROM EMPLOYEE-MASTER-FILE.
           IF NOT MASTER-IO-GOOD
               STRING 'MASTER REWRITE FAIL STATUS '
                      MASTER-FILE-STATUS
                      DELIMITED BY SIZE
                      INTO CHECK-REASON
               END-STRING
           END-IF.
      *********
      *********  BUILD THE PARTS OF AN ENTRY DETAIL RECORD COMMON TO
      *********  A DEPOSIT AND A PRENOTE, OPENING THE BATCH ON THE
      *********  FIRST ENTRY.  THE TRACE NUMBER IS THE ORIGINATING
      *********  BANK ID AND A SEQUENCE NUMBER WITHIN THE FILE.
      *********
       2400-BUILD-ENTRY.
           IF NOT BATCH-OPEN
               PERFORM 7200-WRITE-BATCH-HEADER.
           MOVE SPACES TO ACH-ENTRY-DETAIL-REC.
           MOVE '6' TO ACH-EN-RECORD-TYPE.
           MOVE EMP-BANK-ROUTING (1:8) TO ACH-EN-RDFI-ID.
           MOVE EMP-BANK-ROUTING (9:1) TO ACH-EN-CHECK-DIGIT.
           MOVE EMP-BANK-ACCOUNT TO ACH-EN-ACCOUNT.
           MOVE EXT-EMP-NUMBER TO ACH-EN-INDIVIDUAL-ID.
           MOVE WA-EMP-NAME TO ACH-EN-INDIVIDUAL-NAME.
           MOVE '0' TO ACH-EN-ADDENDA-IND.
           ADD 1 TO ACH-TRACE-SEQ.
           MOVE ODF-ODFI-ID TO ACH-EN-TRACE-ODFI.
           MOVE ACH-TRACE-SEQ TO ACH-EN-TRACE-SEQ.
           MOVE SPACES TO DEP-DTL.
           MOVE EXT-EMP-NUMBER TO DEP-DTL-EMP.
           MOVE WA-EMP-NAME TO DEP-DTL-NAME.
           MOVE EMP-BANK-ROUTING TO DEP-DTL-ROUTING.
           IF EMP-BANK-SAVINGS
               MOVE 'SAVINGS ' TO DEP-DTL-ACCT-TYPE
           ELSE
               MOVE 'CHECKING' TO DEP-DTL-ACCT-TYPE
           END-IF.
      *********
      *********  WRITE THE ENTRY JUST BUILT, ADD IT TO THE BATCH
      *********  CONTROLS AND LIST IT ON THE DEPOSIT REGISTER.
      *********
       2450-WRITE-ENTRY.
           ADD 1 TO ACH-ENTRY-COUNT.
           ADD ACH-EN-RDFI-ID-NUM TO ACH-ENTRY-HASH.
           ADD ACH-EN-AMOUNT TO ACH-CREDIT-TOTAL.
           MOVE ACH-EN-TRAN-CODE TO DEP-DTL-TRAN-CODE.
           MOVE ACH-EN-AMOUNT TO DEP-DTL-AMOUNT.
           MOVE ACH-EN-TRACE-NUMBER TO DEP-DTL-TRACE.
           PERFORM 7900-WRITE-ACH-RECORD.
           IF DEP-LINE-COUNT GREATER THAN 55
               PERFORM 6200-PRINT-DEP-HEADERS.
           WRITE DEPOSIT-RPT-RECORD FROM DEP-DTL
             AFTER ADVANCING 1 LINE.
           ADD 1 TO DEP-LINE-COUNT.
      *********
      *********  A LIVE DEPOSIT OF THE NET PAY - TRANSACTION CODE 22
      *********  TO CHECKING, 32 TO SAVINGS.
      *********
       2500-WRITE-DEPOSIT.
           PERFORM 2400-BUILD-ENTRY.
           IF EMP-BANK-SAVINGS
               MOVE '32' TO ACH-EN-TRAN-CODE
           ELSE
               MOVE '22' TO ACH-EN-TRAN-CODE
           END-IF.
           MOVE EXT-NET TO ACH-EN-AMOUNT.
           MOVE 'DEPOSIT' TO DEP-DTL-ENTRY.
           PERFORM 2450-WRITE-ENTRY.
           ADD 1 TO DEPOSIT-COUNT.
           ADD EXT-NET TO DEPOSIT-TOTAL.
      *********
      *********  A ZERO-DOLLAR PRENOTE - TRANSACTION CODE 23 TO
      *********  CHECKING, 33 TO SAVINGS.
      *********
       2600-WRITE-PRENOTE.
           PERFORM 2400-BUILD-ENTRY.
           IF EMP-BANK-SAVINGS
               MOVE '33' TO ACH-EN-TRAN-CODE
           ELSE
               MOVE '23' TO ACH-EN-TRAN-CODE
           END-IF.
           MOVE 0 TO ACH-EN-AMOUNT.
           MOVE 'PRENOTE' TO DEP-DTL-ENTRY.
           PERFORM 2450-WRITE-ENTRY.
           ADD 1 TO PRENOTE-COUNT.
      *********
      *********  LIST THE PERSON FOR A PAPER CHECK WITH THE REASON
      *********  THEY WERE NOT DEPOSITED.
      *********
       2700-LIST-PAPER-CHECK.
           IF CHK-LINE-COUNT GREATER THAN 55
               PERFORM 6300-PRINT-CHK-HEADERS.
           MOVE EXT-EMP-NUMBER TO CHK-DTL-EMP.
           MOVE WA-EMP-NAME TO CHK-DTL-NAME.
           MOVE EXT-REGION TO CHK-DTL-REGION.
           MOVE EXT-NET TO CHK-DTL-NET.
           MOVE CHECK-REASON TO CHK-DTL-REASON.
           WRITE CHECK-RPT-RECORD FROM CHK-DTL
             AFTER ADVANCING 1 LINE.
           ADD 1 TO CHK-LINE-COUNT.
           ADD 1 TO CHECK-COUNT.
           ADD EXT-NET TO CHECK-TOTAL.
      *********
      *********  BALANCE THE FILE BACK TO THE RUN-CONTROL RECORD.
      *********  THE DEPOSITS PLUS THE CHECKS MUST EQUAL THE EXTRACT
      *********  NET PAY, THE EXTRACT MUST EQUAL THE CONTROL RECORD IN
      *********  AMOUNT AND COUNT, AND EVERY EXTRACT RECORD MUST BE
      *********  DATED FOR THE CONTROL RECORD'S RUN.  ANY DIFFERENCE
      *********  IS FLAGGED AND THE FILE IS NOT TO BE RELEASED.
      *********
       3000-BALANCE-TO-CONTROL.
           IF DEP-LINE-COUNT GREATER THAN 46
               PERFORM 6200-PRINT-DEP-HEADERS.
           MOVE ACH-ENTRY-COUNT TO DEP-FTOT-ENTRIES.
           MOVE ACH-ENTRY-HASH TO DEP-FTOT-HASH.
           MOVE ACH-CREDIT-TOTAL TO DEP-FTOT-CREDITS.
           MOVE ACH-BLOCK-COUNT TO DEP-FTOT-BLOCKS.
           WRITE DEPOSIT-RPT-RECORD FROM BLANK-LINE.
           WRITE DEPOSIT-RPT-RECORD FROM DEP-FILE-TOTAL-DTL.
           WRITE DEPOSIT-RPT-RECORD FROM BLANK-LINE.
           COMPUTE PAID-TOTAL = DEPOSIT-TOTAL + CHECK-TOTAL.
           MOVE 'DEPOSITS + CHECKS   ' TO DEP-BAL-LABEL.
           MOVE PAID-TOTAL TO DEP-BAL-AMOUNT.
           MOVE 'EXTRACT NET PAY ' TO DEP-BAL-LABEL2.
           MOVE EXT-NET-TOTAL TO DEP-BAL-AGAINST.
           IF PAID-TOTAL = EXT-NET-TOTAL
              AND DEPOSIT-TOTAL = ACH-CREDIT-TOTAL
               MOVE 'BALANCED' TO DEP-BAL-FLAG
           ELSE
               MOVE 'Y' TO OUT-OF-BALANCE-SW
               MOVE '*OUT OF BALANCE*' TO DEP-BAL-FLAG
           END-IF.
           WRITE DEPOSIT-RPT-RECORD FROM DEP-BAL-DTL.
           ADD 6 TO DEP-LINE-COUNT.
           IF NOT CTL-FOUND
               MOVE 'Y' TO OUT-OF-BALANCE-SW
               MOVE '  NO USABLE RUN-CONTROL RECORD - NOT BALANCED'
                   TO DEPOSIT-RPT-RECORD
               WRITE DEPOSIT-RPT-RECORD
               ADD 1 TO DEP-LINE-COUNT
               GO TO 3000-RELEASE-LINE.
           MOVE 'EXTRACT NET PAY     ' TO DEP-BAL-LABEL.
           MOVE EXT-NET-TOTAL TO DEP-BAL-AMOUNT.
           MOVE 'CONTROL NET PAY ' TO DEP-BAL-LABEL2.
           MOVE CTL-NET-PAY-TOTAL TO DEP-BAL-AGAINST.
           IF EXT-NET-TOTAL = CTL-NET-PAY-TOTAL
               MOVE 'BALANCED' TO DEP-BAL-FLAG
           ELSE
               MOVE 'Y' TO OUT-OF-BALANCE-SW
               MOVE '*OUT OF BALANCE*' TO DEP-BAL-FLAG
           END-IF.
           WRITE DEPOSIT-RPT-RECORD FROM DEP-BAL-DTL.
           MOVE 'EXTRACT PAY RECORDS ' TO DEP-CNT-LABEL.
           MOVE EXT-PAY-COUNT TO DEP-CNT-COUNT.
           MOVE 'CONTROL PAID    ' TO DEP-CNT-LABEL2.
           MOVE CTL-NET-PAY-COUNT TO DEP-CNT-AGAINST.
           IF EXT-PAY-COUNT = CTL-NET-PAY-COUNT
               MOVE 'BALANCED' TO DEP-CNT-FLAG
           ELSE
               MOVE 'Y' TO OUT-OF-BALANCE-SW
               MOVE '*OUT OF BALANCE*' TO DEP-CNT-FLAG
           END-IF.
           WRITE DEPOSIT-RPT-RECORD FROM DEP-CNT-DTL.
           MOVE 'RECORDS NOT DATED   ' TO DEP-CNT-LABEL.
           MOVE RUN-DATE-MISMATCH-COUNT TO DEP-CNT-COUNT.
           MOVE 'FOR CONTROL RUN ' TO DEP-CNT-LABEL2.
           MOVE 0 TO DEP-CNT-AGAINST.
           IF RUN-DATE-MISMATCH-COUNT = 0
               MOVE 'BALANCED' TO DEP-CNT-FLAG
           ELSE
               MOVE 'Y' TO OUT-OF-BALANCE-SW
               MOVE '*OUT OF BALANCE*' TO DEP-CNT-FLAG
           END-IF.
           WRITE DEPOSIT-RPT-RECORD FROM DEP-CNT-DTL.
           ADD 3 TO DEP-LINE-COUNT.
       3000-RELEASE-LINE.
           WRITE DEPOSIT-RPT-RECORD FROM BLANK-LINE.
           IF OUT-OF-BALANCE
               MOVE '  *** OUT OF BALANCE - DO NOT RELEASE THE DEPOSIT F
      -            'ILE TO THE BANK ***' TO DEPOSIT-RPT-RECORD
           ELSE
               MOVE '  DEPOSIT FILE BALANCED TO THE RUN-CONTROL RECORD'
                   TO DEPOSIT-RPT-RECORD
           END-IF.
           WRITE DEPOSIT-RPT-RECORD.
           ADD 2 TO DEP-LINE-COUNT.
      *********
      *********  PRINT HEADERS FOR THE DIRECT DEPOSIT REGISTER
      *********
       6200-PRINT-DEP-HEADERS.
               MOVE DEP-PAGE-COUNT TO DEP-PAGE.
               MOVE DATE-CCYY TO DEP-RUN-CCYY.
               MOVE DATE-MM TO DEP-RUN-MM.
               MOVE DATE-DD TO DEP-RUN-DD.
               MOVE EFFECTIVE-DATE TO DEP-EFF-DATE.
               WRITE DEPOSIT-RPT-RECORD FROM BLANK-LINE.
               WRITE DEPOSIT-RPT-RECORD FROM DEP-HDR1.
               WRITE DEPOSIT-RPT-RECORD FROM BLANK-LINE.
               WRITE DEPOSIT-RPT-RECORD FROM DEP-HDR2.
               WRITE DEPOSIT-RPT-RECORD FROM BLANK-LINE.
               ADD 1 TO DEP-PAGE-COUNT.
               MOVE 5 TO DEP-LINE-COUNT.
      *********
      *********  PRINT HEADERS FOR THE PAPER CHECK LIST
      *********
       6300-PRINT-CHK-HEADERS.
               MOVE CHK-PAGE-COUNT TO CHK-PAGE.
               MOVE DATE-CCYY TO CHK-RUN-CCYY.
               MOVE DATE-MM TO CHK-RUN-MM.
               MOVE DATE-DD TO CHK-RUN-DD.
               WRITE CHECK-RPT-RECORD FROM BLANK-LINE.
               WRITE CHECK-RPT-RECORD FROM CHK-HDR1.
               WRITE CHECK-RPT-RECORD FROM BLANK-LINE.
               WRITE CHECK-RPT-RECORD FROM CHK-HDR2.
               WRITE CHECK-RPT-RECORD FROM BLANK-LINE.
               ADD 1 TO CHK-PAGE-COUNT.
               MOVE 5 TO CHK-LINE-COUNT.
      *********
      *********  PRINT THE RUN TOTALS ON BOTH REPORTS.  THE PAPER
      *********  CHECK LIST ALWAYS PRINTS A HEADER, SO AN EMPTY LIST
      *********  STILL SHOWS IT RAN.
      *********
       6500-PRINT-RUN-TOTALS.
           MOVE DEPOSIT-COUNT TO DEP-TOT-DEPOSITS.
           MOVE PRENOTE-COUNT TO DEP-TOT-PRENOTES.
           MOVE ACTIVATED-COUNT TO DEP-TOT-ACTIVATED.
           MOVE CHECK-COUNT TO DEP-TOT-CHECKS.
           MOVE ZERO-NET-COUNT TO DEP-TOT-ZERO.
           MOVE EXT-DEDUCTION-COUNT TO DEP-TOT-DED.
           WRITE DEPOSIT-RPT-RECORD FROM BLANK-LINE.
           WRITE DEPOSIT-RPT-RECORD FROM DEP-TOTAL-DTL.
           IF CHECK-COUNT = 0
               PERFORM 6300-PRINT-CHK-HEADERS
               MOVE '  NO PAPER CHECKS THIS CYCLE' TO CHECK-RPT-RECORD
               WRITE CHECK-RPT-RECORD
           END-IF.
           MOVE CHECK-COUNT TO CHK-TOT-COUNT.
           MOVE CHECK-TOTAL TO CHK-TOT-AMOUNT.
           WRITE CHECK-RPT-RECORD FROM BLANK-LINE.
           WRITE CHECK-RPT-RECORD FROM CHK-TOTAL-DTL.
      *********
      *********  THE FILE HEADER.  THE CREATION DATE AND TIME ARE THE
      *********  RUN'S; THE BANK IDS AND NAMES COME FROM THE ORIGIN
      *********  CARD.
      *********
       7000-WRITE-FILE-HEADER.
           MOVE SPACES TO ACH-FILE-HEADER-REC.
           MOVE '1' TO ACH-FH-RECORD-TYPE.
           MOVE '01' TO ACH-FH-PRIORITY.
           MOVE ODF-IMMED-DEST TO ACH-FH-IMMED-DEST.
           MOVE ODF-IMMED-ORIGIN TO ACH-FH-IMMED-ORIGIN.
           MOVE TODAYS-DATE (3:6) TO ACH-FH-CREATE-DATE.
           MOVE TIME-NOW (1:4) TO ACH-FH-CREATE-TIME.
           MOVE 'A' TO ACH-FH-FILE-ID-MOD.
           MOVE '094' TO ACH-FH-RECORD-SIZE.
           MOVE '10' TO ACH-FH-BLOCKING.
           MOVE '1' TO ACH-FH-FORMAT-CODE.
           MOVE ODF-DEST-NAME TO ACH-FH-DEST-NAME.
           MOVE ODF-ORIGIN-NAME TO ACH-FH-ORIGIN-NAME.
           PERFORM 7900-WRITE-ACH-RECORD.
      *********
      *********  THE BATCH HEADER - ONE PPD CREDIT BATCH PER FILE,
      *********  WRITTEN WHEN THE FIRST ENTRY IS READY.
      *********
       7200-WRITE-BATCH-HEADER.
           MOVE SPACES TO ACH-BATCH-HEADER-REC.
           MOVE '5' TO ACH-BH-RECORD-TYPE.
           MOVE '220' TO ACH-BH-SERVICE-CLASS.
           MOVE ODF-ORIGIN-NAME (1:16) TO ACH-BH-COMPANY-NAME.
           MOVE ODF-COMPANY-ID TO ACH-BH-COMPANY-ID.
           MOVE 'PPD' TO ACH-BH-SEC-CODE.
           MOVE 'PAYROLL' TO ACH-BH-ENTRY-DESC.
           MOVE TODAYS-DATE (3:6) TO ACH-BH-DESC-DATE.
           MOVE EFFECTIVE-DATE (3:6) TO ACH-BH-EFFECTIVE-DATE.
           MOVE '1' TO ACH-BH-ORIGINATOR-STATUS.
           MOVE ODF-ODFI-ID TO ACH-BH-ODFI-ID.
           ADD 1 TO ACH-BATCH-COUNT.
           MOVE ACH-BATCH-COUNT TO ACH-BH-BATCH-NUMBER.
           PERFORM 7900-WRITE-ACH-RECORD.
           MOVE 'Y' TO BATCH-OPEN-SW.
      *********
      *********  THE BATCH CONTROL CARRIES THE BATCH'S ENTRY COUNT,
      *********  ENTRY HASH AND CREDIT TOTAL.  THERE ARE NO DEBITS.
      *********
       7300-WRITE-BATCH-CONTROL.
           MOVE SPACES TO ACH-BATCH-CONTROL-REC.
           MOVE '8' TO ACH-BC-RECORD-TYPE.
           MOVE '220' TO ACH-BC-SERVICE-CLASS.
           MOVE ACH-ENTRY-COUNT TO ACH-BC-ENTRY-COUNT.
           MOVE ACH-ENTRY-HASH TO ACH-BC-ENTRY-HASH.
           MOVE 0 TO ACH-BC-TOTAL-DEBIT.
           MOVE ACH-CREDIT-TOTAL TO ACH-BC-TOTAL-CREDIT.
           MOVE ODF-COMPANY-ID TO ACH-BC-COMPANY-ID.
           MOVE ODF-ODFI-ID TO ACH-BC-ODFI-ID.
           MOVE ACH-BATCH-COUNT TO ACH-BC-BATCH-NUMBER.
           PERFORM 7900-WRITE-ACH-RECORD.
           MOVE 'N' TO BATCH-OPEN-SW.
      *********
      *********  THE FILE CONTROL, THEN ALL-NINES RECORDS TO FILL OUT
      *********  THE LAST BLOCK OF 10.  THE BLOCK COUNT INCLUDES THE
      *********  FILE CONTROL RECORD ITSELF.
      *********
       7400-WRITE-FILE-CONTROL.
           COMPUTE ACH-BLOCK-COUNT = (ACH-RECORD-COUNT + 10) / 10.
           MOVE SPACES TO ACH-FILE-CONTROL-REC.
           MOVE '9' TO ACH-FC-RECORD-TYPE.
           MOVE ACH-BATCH-COUNT TO ACH-FC-BATCH-COUNT.
           MOVE ACH-BLOCK-COUNT TO ACH-FC-BLOCK-COUNT.
           MOVE ACH-ENTRY-COUNT TO ACH-FC-ENTRY-COUNT.
           MOVE ACH-ENTRY-HASH TO ACH-FC-ENTRY-HASH.
           MOVE 0 TO ACH-FC-TOTAL-DEBIT.
           MOVE ACH-CREDIT-TOTAL TO ACH-FC-TOTAL-CREDIT.
           PERFORM 7900-WRITE-ACH-RECORD.
           COMPUTE ACH-FILL-COUNT =
               (ACH-BLOCK-COUNT * 10) - ACH-RECORD-COUNT.
           PERFORM 7450-WRITE-FILL-RECORD
               ACH-FILL-COUNT TIMES.
      *********
       7450-WRITE-FILL-RECORD.
           MOVE ALL '9' TO ACH-FILE-HEADER-REC.
           PERFORM 7900-WRITE-ACH-RECORD.
      *********
       7900-WRITE-ACH-RECORD.
           WRITE ACH-RECORD FROM ACH-FILE-HEADER-REC.
           ADD 1 TO ACH-RECORD-COUNT.
      *********
      *********  DEDUCTION DETAIL RECORDS ARE COUNTED AND READ PAST
      *********  HERE, AS IN WBCI1270, SO ONLY PAY RECORDS ARE PAID.
      *********
       8000-READ-EXTRACT.
           PERFORM 8010-READ-EXTRACT-RECORD.
           PERFORM 8010-READ-EXTRACT-RECORD
               UNTIL EXT-EOF OR NOT EXT-DEDUCTION-REC.
      *********
       8010-READ-EXTRACT-RECORD.
           READ EXTRACT-FILE INTO COMP-EXTRACT-RECORD
               AT END
                 MOVE 'Y' TO EXT-EOF-SW
           END-READ.
           IF NOT EXT-EOF
               ADD 1 TO EXT-RECORDS-READ
               IF EXT-DEDUCTION-REC
                   ADD 1 TO EXT-DEDUCTION-COUNT
               END-IF
           END-IF.
      *********
      *********
       9000-OPEN.
           OPEN INPUT  EXTRACT-FILE.
           OPEN INPUT  CONTROL-FILE.
           OPEN INPUT  ORIGIN-FILE.
           OPEN I-O    EMPLOYEE-FILE.
           OPEN OUTPUT ACH-FILE.
           OPEN OUTPUT DEPOSIT-RPT-FILE.
           OPEN OUTPUT CHECK-RPT-FILE.
      *********
      *********  THE PARM IS OPTIONAL; WHEN CODED IT MUST BE A
      *********  NUMERIC CCYYMMDD EFFECTIVE ENTRY DATE NOT BEFORE
      *********  TODAY.
      *********
       9100-CHECK-PARM.
           MOVE 'N' TO PARM-ERROR-SW.
           MOVE TODAYS-DATE TO EFFECTIVE-DATE.
           IF PARM-LTH NOT LESS THAN 8
               IF PARM-EFFECTIVE-DATE NUMERIC
                  AND PARM-EFFECTIVE-DATE NOT < TODAYS-DATE
                   MOVE PARM-EFFECTIVE-DATE TO EFFECTIVE-DATE
               ELSE
                   MOVE 'Y' TO PARM-ERROR-SW
                   DISPLAY ' WBCI1280 PARM MUST BE EFFECTIVE DATE '
                           'CCYYMMDD, NOT BEFORE TODAY'
               END-IF
           END-IF.
      *********
      *********  THE ORIGIN CARD MUST BE PRESENT AND CARRY A NUMERIC
      *********  ORIGINATING BANK ROUTING NUMBER AND A COMPANY ID -
      *********  WITHOUT THEM NO BANK WOULD ACCEPT THE FILE.
      *********
       9200-READ-ORIGIN-CARD.
           MOVE 'N' TO ORIGIN-ERROR-SW.
           READ ORIGIN-FILE INTO ACH-ORIGIN-CARD
               AT END
                 MOVE 'Y' TO ORIGIN-ERROR-SW
                 DISPLAY ' WBCI1280 ACHPARM ORIGIN CARD MISSING'
                 GO TO 9200-EXIT
           END-READ.
           IF ODF-ODFI-ID NOT NUMERIC
              OR ODF-ODFI-CHECK-DIGIT NOT NUMERIC
              OR ODF-COMPANY-ID = SPACES
               MOVE 'Y' TO ORIGIN-ERROR-SW
               DISPLAY ' WBCI1280 ACHPARM ORIGIN CARD INVALID - BANK '
                       'ROUTING OR COMPANY ID'
               GO TO 9200-EXIT.
       9200-EXIT.
           EXIT.
      *********
      *********  THE CYCLE'S RUN-CONTROL RECORD.  A RECORD WRITTEN
      *********  BEFORE THE NET PAY CONTROLS WERE CARRIED HAS SPACES
      *********  THERE AND CANNOT BE BALANCED TO.
      *********
       9300-READ-CONTROL.
           MOVE 'N' TO CTL-FOUND-SW.
           READ CONTROL-FILE INTO RUN-CONTROL-RECORD
               AT END
                 CONTINUE
               NOT AT END
                 IF CTL-NET-PAY-TOTAL NUMERIC
                    AND CTL-NET-PAY-COUNT NUMERIC
                     MOVE 'Y' TO CTL-FOUND-SW
                 END-IF
           END-READ.
      *********
      *********
       9900-CLOSE.
           CLOSE EXTRACT-FILE.
           CLOSE CONTROL-FILE.
           CLOSE ORIGIN-FILE.
           CLOSE EMPLOYEE-FILE.
           CLOSE ACH-FILE.
           CLOSE DEPOSIT-RPT-FILE.
           CLOSE CHECK-RPT-FILE.
