
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WBCI1290.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  PROGRAM BUILDS THE GENERAL LEDGER JOURNAL FILE FOR A          *
      *  COMPENSATION CYCLE.  IT READS THE CYCLE'S COMPENSATION        *
      *  EXTRACT AND SUMMARIZES THE E AND R PAY RECORDS BY REGION AND  *
      *  EARNINGS TYPE - WAGES, OVERTIME, DOUBLE-TIME, COMMISSION AND  *
      *  MANAGER SALARY AS EXPENSE DEBITS; NATIONAL WITHHOLDING,       *
      *  STATE WITHHOLDING, DEDUCTIONS AND NET PAY AS LIABILITY        *
      *  CREDITS - AND WRITES ONE JOURNAL LINE FOR EACH REGION AND     *
      *  TYPE WITH AN AMOUNT, POSTED TO THE ACCOUNT THE MAPPING FILE   *
      *  GIVES FOR THAT REGION AND TYPE.  THE TYPE 'D' DEDUCTION       *
      *  DETAIL RECORDS ARE COUNTED AND PASSED OVER - THEIR TOTAL IS   *
      *  ALREADY ON THE PAY RECORD.                                    *
      *                                                                *
      *  THE JOURNAL IS BALANCED BEFORE IT IS RELEASED: THE DEBITS     *
      *  MUST EQUAL THE CREDITS, THE EMPLOYEE EXPENSE MUST EQUAL THE   *
      *  RUN-CONTROL RECORD'S EMPLOYEE GRAND TOTAL LESS THE PAY OF     *
      *  EMPLOYEES NOT PAID (SUSPENSE AND HOLD TABLE OVERFLOW), THE    *
      *  MANAGER EXPENSE MUST EQUAL ITS MANAGEMENT GRAND TOTAL, EVERY  *
      *  PAY RECORD MUST FOOT AND EVERY EXTRACT RECORD MUST CARRY THE  *
      *  CONTROL RECORD'S RUN DATE.  A REGION AND TYPE WITH NO         *
      *  ACCOUNT MAPPING, OR A MAPPING RECORD IN ERROR, IS LISTED -    *
      *  NOTHING IS POSTED TO A SUSPENSE ACCOUNT.  ANY OF THESE        *
      *  MARKS THE JOURNAL TRAILER NOT FOR RELEASE, IS FLAGGED ON THE  *
      *  JOURNAL REGISTER AND ENDS THE STEP WITH RC 8.                 *
      *                                                                *
      *  INPUT FILES - COMPENSATION EXTRACT (EXTC LAYOUT)              *
      *              - THE CYCLE'S RUN-CONTROL RECORD (CTLC LAYOUT)    *
      *              - GL ACCOUNT MAPPING FILE (GLMC LAYOUT)           *
      *  OUTPUT FILES- GENERAL LEDGER JOURNAL FILE (GLJC LAYOUT)       *
      *              - GENERAL LEDGER JOURNAL REGISTER.                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE     ASSIGN TO EXTFILE.
           SELECT CONTROL-FILE     ASSIGN TO CTLFILE.
           SELECT MAPPING-FILE     ASSIGN TO GLMAP.
           SELECT JOURNAL-FILE     ASSIGN TO GLJRNL.
           SELECT JOURNAL-RPT-FILE ASSIGN TO GLRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  EXTRACT-RECORD             PIC X(100).
       FD  CONTROL-FILE
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.
       01  CONTROL-RECORD             PIC X(250).
       FD  MAPPING-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  MAPPING-RECORD             PIC X(80).
       FD  JOURNAL-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  JOURNAL-RECORD             PIC X(100).
       FD  JOURNAL-RPT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  JOURNAL-RPT-RECORD         PIC X(132).
       WORKING-STORAGE SECTION.
      ******************************************************************
      *  RECORD LAYOUTS FOR THE EXTRACT, THE RUN-CONTROL RECORD, THE   *
      *  ACCOUNT MAPPING FILE AND THE JOURNAL FILE RECORDS.            *
      ******************************************************************
       COPY EXTC.
       COPY CTLC.
       COPY GLMC.
       COPY GLJC.
      ******************************************************************
       01  SWITCHES.
           05  EXT-EOF-SW             PIC X        VALUE 'N'.
               88  EXT-EOF                         VALUE 'Y'.
           05  MAP-EOF-SW             PIC X        VALUE 'N'.
               88  MAP-EOF                         VALUE 'Y'.
           05  CTL-FOUND-SW           PIC X        VALUE 'N'.
               88  CTL-FOUND                       VALUE 'Y'.
           05  REGION-FOUND-SW        PIC X        VALUE 'N'.
               88  REGION-FOUND                    VALUE 'Y'.
           05  MAP-FOUND-SW           PIC X        VALUE 'N'.
               88  MAP-FOUND                       VALUE 'Y'.
           05  TYPE-FOUND-SW          PIC X        VALUE 'N'.
               88  TYPE-FOUND                      VALUE 'Y'.
           05  MAPPING-ERROR-SW       PIC X        VALUE 'N'.
               88  MAPPING-ERROR                   VALUE 'Y'.
           05  OUT-OF-BALANCE-SW      PIC X        VALUE 'N'.
               88  OUT-OF-BALANCE                  VALUE 'Y'.
       01  COUNTERS.
           05  EXT-RECORDS-READ       PIC 9(7)     VALUE 0.
           05  EXT-DEDUCTION-COUNT    PIC 9(7)     VALUE 0.
           05  EXT-PAY-COUNT          PIC 9(5)     VALUE 0.
           05  RUN-DATE-MISMATCH-COUNT
                                      PIC 9(5)     VALUE 0.
           05  NOT-FOOTING-COUNT      PIC 9(5)     VALUE 0.
           05  REGION-OVERFLOW-COUNT  PIC 9(5)     VALUE 0.
           05  MAP-RECORDS-READ       PIC 9(5)     VALUE 0.
           05  MAP-REJECT-COUNT       PIC 9(5)     VALUE 0.
           05  UNMAPPED-COUNT         PIC 9(5)     VALUE 0.
           05  JOURNAL-LINE-COUNT     PIC 9(5)     VALUE 0.
           05  GL-PAGE-COUNT          PIC 9(3)     VALUE 1.
           05  GL-LINE-COUNT          PIC S99      VALUE +56.
      *********
      *********  THE EARNINGS TYPES IN JOURNAL LINE ORDER, WITH THE
      *********  SIDE EACH POSTS TO AND THE DESCRIPTION CARRIED ON THE
      *********  JOURNAL WHEN THE MAPPING RECORD HAS NONE.  THE
      *********  SUBSCRIPTS OF THE AMOUNTS IN THE REGION TABLE FOLLOW
      *********  THIS ORDER.
      *********
       01  EARN-TYPE-VALUES.
           05  FILLER      PIC X(25)
                   VALUE 'WAGEDWAGES AND SALARY    '.
           05  FILLER      PIC X(25)
                   VALUE 'OVTMDOVERTIME            '.
           05  FILLER      PIC X(25)
                   VALUE 'DBLTDDOUBLE-TIME         '.
           05  FILLER      PIC X(25)
                   VALUE 'COMMDCOMMISSION          '.
           05  FILLER      PIC X(25)
                   VALUE 'MSALDMANAGER SALARY      '.
           05  FILLER      PIC X(25)
                   VALUE 'NWHDCNATIONAL WITHHOLDING'.
           05  FILLER      PIC X(25)
                   VALUE 'SWHDCSTATE WITHHOLDING   '.
           05  FILLER      PIC X(25)
                   VALUE 'DEDNCDEDUCTIONS PAYABLE  '.
           05  FILLER      PIC X(25)
                   VALUE 'NETPCNET PAY PAYABLE     '.
       01  EARN-TYPE-TABLE REDEFINES EARN-TYPE-VALUES.
           05  EARN-TYPE-ENTRY        OCCURS 9 TIMES.
               10  EARN-TYPE-CODE     PIC X(4).
               10  EARN-TYPE-DR-CR    PIC X(1).
               10  EARN-TYPE-DESC     PIC X(20).
       01  EARN-TYPE-MAX              PIC S9(4)    COMP  VALUE +9.
       01  TYP-WAGE                   PIC S9(4)    COMP  VALUE +1.
       01  TYP-OVTM                   PIC S9(4)    COMP  VALUE +2.
       01  TYP-DBLT                   PIC S9(4)    COMP  VALUE +3.
       01  TYP-COMM                   PIC S9(4)    COMP  VALUE +4.
       01  TYP-MSAL                   PIC S9(4)    COMP  VALUE +5.
       01  TYP-NWHD                   PIC S9(4)    COMP  VALUE +6.
       01  TYP-SWHD                   PIC S9(4)    COMP  VALUE +7.
       01  TYP-DEDN                   PIC S9(4)    COMP  VALUE +8.
       01  TYP-NETP                   PIC S9(4)    COMP  VALUE +9.
       01  TYP-SUB                    PIC S9(4)    COMP  VALUE +0.
      *********
      *********  THE CYCLE'S AMOUNTS BY REGION AND EARNINGS TYPE, ONE
      *********  ENTRY PER REGION IN THE ORDER FIRST SEEN ON THE
      *********  EXTRACT.  THE COMPENSATION RUN CARRIES AT MOST 8
      *********  REGIONS.
      *********
       01  GL-REGION-TABLE.
           05  GLR-COUNT              PIC S9(4)    COMP  VALUE +0.
           05  GLR-MAX                PIC S9(4)    COMP  VALUE +8.
           05  GLR-ENTRY              OCCURS 8 TIMES.
               10  GLR-REGION         PIC X(5).
               10  GLR-AMOUNT         PIC 9(9)V99  COMP-3
                                      OCCURS 9 TIMES.
       01  REG-SUB                    PIC S9(4)    COMP  VALUE +0.
      *********
      *********  THE ACCOUNT MAPPING FILE, LOADED AT THE START OF THE
      *********  RUN.
      *********
       01  GL-MAP-TABLE.
           05  MAP-COUNT              PIC S9(4)    COMP  VALUE +0.
           05  MAP-MAX                PIC S9(4)    COMP  VALUE +300.
           05  MAP-ENTRY              OCCURS 300 TIMES
                                      INDEXED BY MAP-IX.
               10  MAP-REGION         PIC X(5).
               10  MAP-EARN-TYPE      PIC X(4).
               10  MAP-ACCOUNT        PIC X(12).
               10  MAP-DESCRIPTION    PIC X(25).
       01  MAP-REJECT-REASON          PIC X(30)    VALUE SPACES.
      *********
      *********  JOURNAL AND BALANCING TOTALS.  THE SUMMARY TOTALS ARE
      *********  EVERY REGION AND TYPE AMOUNT; THE JOURNAL TOTALS ARE
      *********  ONLY THE LINES WRITTEN, SO AN UNMAPPED LINE SHOWS AS A
      *********  DIFFERENCE BETWEEN THEM.
      *********
       01  GL-TOTALS.
           05  SUMMARY-DEBIT-TOTAL    PIC 9(9)V99  COMP-3  VALUE 0.
           05  SUMMARY-CREDIT-TOTAL   PIC 9(9)V99  COMP-3  VALUE 0.
           05  JOURNAL-DEBIT-TOTAL    PIC 9(9)V99  COMP-3  VALUE 0.
           05  JOURNAL-CREDIT-TOTAL   PIC 9(9)V99  COMP-3  VALUE 0.
           05  UNMAPPED-TOTAL         PIC 9(9)V99  COMP-3  VALUE 0.
           05  EMP-EXPENSE-TOTAL      PIC 9(9)V99  COMP-3  VALUE 0.
           05  MGR-EXPENSE-TOTAL      PIC 9(9)V99  COMP-3  VALUE 0.
           05  CTL-EMP-PAID-TOTAL     PIC 9(9)V99  COMP-3  VALUE 0.
           05  FOOT-GROSS             PIC 9(7)V99  COMP-3  VALUE 0.
           05  FOOT-PAID              PIC 9(7)V99  COMP-3  VALUE 0.
       01  JOURNAL-DATE               PIC X(8)     VALUE SPACES.
       01  TODAYS-DATE                PIC X(8).
       01  DATE-FIELDS REDEFINES TODAYS-DATE.
           05  DATE-CCYY              PIC 9(4).
           05  DATE-MM                PIC 9(2).
           05  DATE-DD                PIC 9(2).
      *********
      *********  GENERAL LEDGER JOURNAL REGISTER
      *********
       01  GL-HDR1.
           05  FILLER      PIC X         VALUE SPACES.
           05  FILLER      PIC X(10)
                              VALUE  'RUN DATE  '.
           05  GL-RUN-MM   PIC 99.
           05  FILLER      PIC X         VALUE '/'.
           05  GL-RUN-DD   PIC 99.
           05  FILLER      PIC X         VALUE '/'.
           05  GL-RUN-CCYY PIC 9(4).
           05  FILLER      PIC X(5)      VALUE SPACES.
           05  FILLER      PIC X(30)
                   VALUE 'GENERAL LEDGER JOURNAL        '.
           05  FILLER      PIC X(8)      VALUE 'JOURNAL '.
           05  GL-JRNL-DATE
                           PIC X(8).
           05  FILLER      PIC X(10)     VALUE SPACES.
           05  FILLER      PIC X(5)      VALUE 'PAGE '.
           05  GL-PAGE     PIC ZZ9.
       01  GL-HDR2.
           05  FILLER      PIC X(1)      VALUE SPACES.
           05  FILLER      PIC X(7)      VALUE ' LINE '.
           05  FILLER      PIC X(14)     VALUE 'ACCOUNT'.
           05  FILLER      PIC X(7)      VALUE 'REGION'.
           05  FILLER      PIC X(6)      VALUE 'TYPE'.
           05  FILLER      PIC X(27)     VALUE 'DESCRIPTION'.
           05  FILLER      PIC X(14)     VALUE '         DEBIT'.
           05  FILLER      PIC X(14)     VALUE '        CREDIT'.
       01  GL-DTL.
           05  FILLER            PIC X(1)      VALUE SPACES.
           05  GL-DTL-LINE       PIC ZZZZ9.
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  GL-DTL-ACCOUNT    PIC X(12).
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  GL-DTL-REGION     PIC X(5).
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  GL-DTL-TYPE       PIC X(4).
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  GL-DTL-DESC       PIC X(25).
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  GL-DTL-DEBIT      PIC ZZZZZZZZ9.99  BLANK WHEN ZERO.
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  GL-DTL-CREDIT     PIC ZZZZZZZZ9.99  BLANK WHEN ZERO.
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  GL-DTL-FLAG       PIC X(20).
       01  GL-MAP-ERR-DTL.
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  FILLER            PIC X(16)     VALUE 'MAPPING RECORD  '.
           05  GL-ERR-REGION     PIC X(5).
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  GL-ERR-TYPE       PIC X(4).
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  GL-ERR-ACCOUNT    PIC X(12).
           05  FILLER            PIC X(3)      VALUE ' - '.
           05  GL-ERR-REASON     PIC X(30).
       01  GL-TOTAL-DTL.
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  FILLER            PIC X(15)     VALUE 'JOURNAL LINES  '.
           05  GL-TOT-LINES      PIC ZZZZ9.
           05  FILLER            PIC X(40)     VALUE SPACES.
           05  GL-TOT-DEBIT      PIC ZZZZZZZZ9.99.
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  GL-TOT-CREDIT     PIC ZZZZZZZZ9.99.
       01  GL-BAL-DTL.
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  GL-BAL-LABEL      PIC X(20).
           05  GL-BAL-AMOUNT     PIC ZZZZZZZZ9.99.
           05  FILLER            PIC X(9)      VALUE ' AGAINST '.
           05  GL-BAL-LABEL2     PIC X(20).
           05  GL-BAL-AGAINST    PIC ZZZZZZZZ9.99.
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  GL-BAL-FLAG       PIC X(16).
       01  GL-CNT-DTL.
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  GL-CNT-LABEL      PIC X(20).
           05  FILLER            PIC X(5)      VALUE SPACES.
           05  GL-CNT-COUNT      PIC ZZZZZZ9.
           05  FILLER            PIC X(9)      VALUE ' AGAINST '.
           05  GL-CNT-LABEL2     PIC X(20).
           05  FILLER            PIC X(5)      VALUE SPACES.
           05  GL-CNT-AGAINST    PIC ZZZZZZ9.
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  GL-CNT-FLAG       PIC X(16).
       01  GL-RUN-TOTAL-DTL.
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  FILLER            PIC X(13)     VALUE 'PAY RECORDS  '.
           05  GL-RTOT-PAY       PIC ZZZZ9.
           05  FILLER            PIC X(13)     VALUE '  DEDUCTIONS '.
           05  GL-RTOT-DED       PIC ZZZZZZ9.
           05  FILLER            PIC X(10)     VALUE '  REGIONS '.
           05  GL-RTOT-REGIONS   PIC Z9.
           05  FILLER            PIC X(15)     VALUE '  MAPPING RECS '.
           05  GL-RTOT-MAPS      PIC ZZZZ9.
           05  FILLER            PIC X(11)     VALUE '  REJECTED '.
           05  GL-RTOT-REJECTS   PIC ZZZZ9.
      *********
      *********  BLANK LINE TO CONTROL SPACING OF REPORT
      *********
       01  BLANK-LINE             PIC X(132)  VALUE SPACES.
       01  HOLD-RPT-LINE          PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.
      *                                                                *
      ******      0000-MAINLINE                                   ******
      *                                                                *
      ******************************************************************
       0000-MAINLINE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           PERFORM 9000-OPEN.
           PERFORM 9300-READ-CONTROL.
           PERFORM 6200-PRINT-GL-HEADERS.
           PERFORM 9200-LOAD-MAPPING.
           PERFORM 7000-WRITE-JOURNAL-HEADER.
           PERFORM 8000-READ-EXTRACT.
           PERFORM 1000-PROCESS-EXTRACT
               UNTIL EXT-EOF.
           PERFORM 2000-BUILD-JOURNAL-LINE THRU 2000-EXIT
               VARYING REG-SUB FROM 1 BY 1
                 UNTIL REG-SUB > GLR-COUNT
               AFTER TYP-SUB FROM 1 BY 1
                 UNTIL TYP-SUB > EARN-TYPE-MAX.
           PERFORM 3000-BALANCE-TO-CONTROL.
           PERFORM 7400-WRITE-JOURNAL-TRAILER.
           PERFORM 6500-PRINT-RUN-TOTALS.
           PERFORM 9900-CLOSE.
           IF OUT-OF-BALANCE OR MAPPING-ERROR
               MOVE 8 TO RETURN-CODE.
           GOBACK.
      *********
      *********  ONE PAY RECORD FROM THE EXTRACT.  THE RECORD MUST BE
      *********  DATED FOR THE CONTROL RECORD'S RUN AND MUST FOOT -
      *********  ITS EARNINGS ADD UP TO ITS TOTAL, AND ITS WITHHOLDINGS,
      *********  DEDUCTIONS AND NET PAY ADD UP TO THE SAME TOTAL.
      *********
       1000-PROCESS-EXTRACT.
           ADD 1 TO EXT-PAY-COUNT.
           IF CTL-FOUND
              AND EXT-RUN-DATE NOT = CTL-RUN-DATE
               ADD 1 TO RUN-DATE-MISMATCH-COUNT.
           COMPUTE FOOT-GROSS = EXT-WAGES + EXT-OT + EXT-DT + EXT-COMM.
           COMPUTE FOOT-PAID = EXT-WITHHOLD + EXT-STATE-WITHHOLD
                             + EXT-DEDUCT-TOTAL + EXT-NET.
           IF FOOT-GROSS NOT = EXT-TOTAL
              OR FOOT-PAID NOT = EXT-TOTAL
               ADD 1 TO NOT-FOOTING-COUNT
               MOVE SPACES TO JOURNAL-RPT-RECORD
               STRING '  *** PAY RECORD ' EXT-RECORD-TYPE ' '
                      EXT-EMP-NUMBER ' DOES NOT FOOT TO ITS TOTAL ***'
                      DELIMITED BY SIZE INTO JOURNAL-RPT-RECORD
               END-STRING
               PERFORM 6100-WRITE-RPT-LINE
           END-IF.
           PERFORM 1200-ACCUMULATE-RECORD THRU 1200-EXIT.
           PERFORM 8000-READ-EXTRACT.
      *********
      *********  FIND THE EXTRACT RECORD'S REGION IN THE REGION TABLE,
      *********  ADDING IT THE FIRST TIME IT IS SEEN.
      *********
       1100-FIND-REGION.
           MOVE 'N' TO REGION-FOUND-SW.
           MOVE 1 TO REG-SUB.
           PERFORM 1110-MATCH-REGION
               UNTIL REG-SUB > GLR-COUNT
               OR REGION-FOUND.
           IF REGION-FOUND
               GO TO 1100-EXIT.
           IF GLR-COUNT NOT LESS THAN GLR-MAX
               GO TO 1100-EXIT.
           ADD 1 TO GLR-COUNT.
           MOVE GLR-COUNT TO REG-SUB.
           MOVE EXT-REGION TO GLR-REGION (REG-SUB).
           PERFORM 1120-CLEAR-REGION-AMOUNT
               VARYING TYP-SUB FROM 1 BY 1
               UNTIL TYP-SUB > EARN-TYPE-MAX.
           MOVE 'Y' TO REGION-FOUND-SW.
       1100-EXIT.
           EXIT.
      *********
       1110-MATCH-REGION.
           IF GLR-REGION (REG-SUB) = EXT-REGION
               MOVE 'Y' TO REGION-FOUND-SW
           ELSE
               ADD 1 TO REG-SUB
           END-IF.
      *********
       1120-CLEAR-REGION-AMOUNT.
           MOVE 0 TO GLR-AMOUNT (REG-SUB, TYP-SUB).
      *********
      *********  ADD THE PAY RECORD'S AMOUNTS TO ITS REGION.  AN
      *********  EMPLOYEE'S WAGES OR SALES SALARY, OVERTIME,
      *********  DOUBLE-TIME AND COMMISSION ARE EMPLOYEE EXPENSE; A
      *********  MANAGER'S SALARY AND COMMISSION ARE MANAGER EXPENSE.
      *********  A RECORD WHOSE REGION DOES NOT FIT THE TABLE IS LISTED
      *********  AND LEFT OUT, SO THE EXPENSE WILL NOT TIE.
      *********
       1200-ACCUMULATE-RECORD.
           PERFORM 1100-FIND-REGION THRU 1100-EXIT.
           IF NOT REGION-FOUND
               ADD 1 TO REGION-OVERFLOW-COUNT
               MOVE SPACES TO JOURNAL-RPT-RECORD
               STRING '  *** REGION ' EXT-REGION
                      ' - MORE THAN 8 REGIONS ON THE EXTRACT, '
                      EXT-EMP-NUMBER ' NOT JOURNALED ***'
                      DELIMITED BY SIZE INTO JOURNAL-RPT-RECORD
               END-STRING
               PERFORM 6100-WRITE-RPT-LINE
               GO TO 1200-EXIT.
           IF EXT-REGION-REC
               ADD EXT-WAGES TO GLR-AMOUNT (REG-SUB, TYP-MSAL)
               ADD EXT-COMM  TO GLR-AMOUNT (REG-SUB, TYP-COMM)
               ADD EXT-WAGES EXT-COMM TO MGR-EXPENSE-TOTAL
           ELSE
               ADD EXT-WAGES TO GLR-AMOUNT (REG-SUB, TYP-WAGE)
               ADD EXT-OT    TO GLR-AMOUNT (REG-SUB, TYP-OVTM)
               ADD EXT-DT    TO GLR-AMOUNT (REG-SUB, TYP-DBLT)
               ADD EXT-COMM  TO GLR-AMOUNT (REG-SUB, TYP-COMM)
               ADD EXT-WAGES EXT-OT EXT-DT EXT-COMM
                             TO EMP-EXPENSE-TOTAL
           END-IF.
           ADD EXT-WITHHOLD       TO GLR-AMOUNT (REG-SUB, TYP-NWHD).
           ADD EXT-STATE-WITHHOLD TO GLR-AMOUNT (REG-SUB, TYP-SWHD).
           ADD EXT-DEDUCT-TOTAL   TO GLR-AMOUNT (REG-SUB, TYP-DEDN).
           ADD EXT-NET            TO GLR-AMOUNT (REG-SUB, TYP-NETP).
       1200-EXIT.
           EXIT.
      *********
      *********  ONE SUMMARIZED JOURNAL LINE - A REGION AND EARNINGS
      *********  TYPE.  A ZERO AMOUNT WRITES NO LINE.  THE AMOUNT GOES
      *********  INTO THE SUMMARY TOTALS WHETHER OR NOT IT IS MAPPED;
      *********  WITH NO MAPPING IT IS LISTED AND NOT WRITTEN.
      *********
       2000-BUILD-JOURNAL-LINE.
           IF GLR-AMOUNT (REG-SUB, TYP-SUB) = 0
               GO TO 2000-EXIT.
           IF EARN-TYPE-DR-CR (TYP-SUB) = 'D'
               ADD GLR-AMOUNT (REG-SUB, TYP-SUB) TO SUMMARY-DEBIT-TOTAL
           ELSE
               ADD GLR-AMOUNT (REG-SUB, TYP-SUB) TO SUMMARY-CREDIT-TOTAL
           END-IF.
           MOVE SPACES TO GL-DTL.
           MOVE GLR-REGION (REG-SUB) TO GL-DTL-REGION.
           MOVE EARN-TYPE-CODE (TYP-SUB) TO GL-DTL-TYPE.
           IF EARN-TYPE-DR-CR (TYP-SUB) = 'D'
               MOVE GLR-AMOUNT (REG-SUB, TYP-SUB) TO GL-DTL-DEBIT
               MOVE 0 TO GL-DTL-CREDIT
           ELSE
               MOVE 0 TO GL-DTL-DEBIT
               MOVE GLR-AMOUNT (REG-SUB, TYP-SUB) TO GL-DTL-CREDIT
           END-IF.
           PERFORM 2100-FIND-MAPPING.
           IF NOT MAP-FOUND
               PERFORM 2500-LIST-UNMAPPED
               GO TO 2000-EXIT.
           PERFORM 2400-WRITE-JOURNAL-LINE.
       2000-EXIT.
           EXIT.
      *********
       2100-FIND-MAPPING.
           MOVE 'N' TO MAP-FOUND-SW.
           IF MAP-COUNT > 0
               SET MAP-IX TO 1
               SEARCH MAP-ENTRY
                   AT END
                       CONTINUE
                   WHEN MAP-IX > MAP-COUNT
                       CONTINUE
                   WHEN MAP-REGION (MAP-IX) = GLR-REGION (REG-SUB)
                    AND MAP-EARN-TYPE (MAP-IX) =
                        EARN-TYPE-CODE (TYP-SUB)
                       MOVE 'Y' TO MAP-FOUND-SW
               END-SEARCH
           END-IF.
      *********
      *********  WRITE THE JOURNAL LINE TO THE MAPPED ACCOUNT AND LIST
      *********  IT ON THE REGISTER.
      *********
       2400-WRITE-JOURNAL-LINE.
           ADD 1 TO JOURNAL-LINE-COUNT.
           MOVE SPACES TO GL-JOURNAL-DETAIL-REC.
           MOVE 'D' TO GLJ-RECORD-TYPE.
           MOVE 'WBCI' TO GLJ-SOURCE.
           MOVE JOURNAL-DATE TO GLJ-JOURNAL-DATE.
           MOVE JOURNAL-LINE-COUNT TO GLJ-LINE-NUMBER.
           MOVE MAP-ACCOUNT (MAP-IX) TO GLJ-ACCOUNT.
           MOVE GLR-REGION (REG-SUB) TO GLJ-REGION.
           MOVE EARN-TYPE-CODE (TYP-SUB) TO GLJ-EARN-TYPE.
           MOVE EARN-TYPE-DR-CR (TYP-SUB) TO GLJ-DR-CR.
           MOVE GLR-AMOUNT (REG-SUB, TYP-SUB) TO GLJ-AMOUNT.
           IF MAP-DESCRIPTION (MAP-IX) = SPACES
               MOVE EARN-TYPE-DESC (TYP-SUB) TO GLJ-DESCRIPTION
           ELSE
               MOVE MAP-DESCRIPTION (MAP-IX) TO GLJ-DESCRIPTION
           END-IF.
           WRITE JOURNAL-RECORD FROM GL-JOURNAL-DETAIL-REC.
           IF GLJ-DEBIT
               ADD GLJ-AMOUNT TO JOURNAL-DEBIT-TOTAL
           ELSE
               ADD GLJ-AMOUNT TO JOURNAL-CREDIT-TOTAL
           END-IF.
           MOVE JOURNAL-LINE-COUNT TO GL-DTL-LINE.
           MOVE GLJ-ACCOUNT TO GL-DTL-ACCOUNT.
           MOVE GLJ-DESCRIPTION TO GL-DTL-DESC.
           MOVE GL-DTL TO JOURNAL-RPT-RECORD.
           PERFORM 6100-WRITE-RPT-LINE.
      *********
      *********  NO ACCOUNT MAPPING FOR THE REGION AND TYPE.  THE LINE
      *********  IS LISTED WITH ITS AMOUNT SO THE MAPPING CAN BE ADDED,
      *********  AND THE JOURNAL IS HELD.
      *********
       2500-LIST-UNMAPPED.
           ADD 1 TO UNMAPPED-COUNT.
           ADD GLR-AMOUNT (REG-SUB, TYP-SUB) TO UNMAPPED-TOTAL.
           MOVE 'Y' TO MAPPING-ERROR-SW.
           MOVE '*** NONE ***' TO GL-DTL-ACCOUNT.
           MOVE EARN-TYPE-DESC (TYP-SUB) TO GL-DTL-DESC.
           MOVE '*NO ACCOUNT MAPPING*' TO GL-DTL-FLAG.
           MOVE GL-DTL TO JOURNAL-RPT-RECORD.
           PERFORM 6100-WRITE-RPT-LINE.
      *********
      *********  BALANCE THE JOURNAL.  THE LINES WRITTEN MUST BALANCE
      *********  DEBITS TO CREDITS, THE EXPENSE MUST TIE TO THE
      *********  RUN-CONTROL RECORD'S GRAND TOTALS, AND EVERY EXTRACT
      *********  RECORD MUST BE DATED FOR THE CONTROL RUN, FOOT AND FIT
      *********  THE REGION TABLE.  ANY DIFFERENCE, OR ANY MAPPING
      *********  ERROR, HOLDS THE JOURNAL.
      *********
       3000-BALANCE-TO-CONTROL.
           IF GL-LINE-COUNT GREATER THAN 42
               PERFORM 6200-PRINT-GL-HEADERS.
           MOVE JOURNAL-LINE-COUNT TO GL-TOT-LINES.
           MOVE JOURNAL-DEBIT-TOTAL TO GL-TOT-DEBIT.
           MOVE JOURNAL-CREDIT-TOTAL TO GL-TOT-CREDIT.
           WRITE JOURNAL-RPT-RECORD FROM BLANK-LINE.
           WRITE JOURNAL-RPT-RECORD FROM GL-TOTAL-DTL.
           WRITE JOURNAL-RPT-RECORD FROM BLANK-LINE.
           MOVE 'JOURNAL DEBITS      ' TO GL-BAL-LABEL.
           MOVE JOURNAL-DEBIT-TOTAL TO GL-BAL-AMOUNT.
           MOVE 'JOURNAL CREDITS     ' TO GL-BAL-LABEL2.
           MOVE JOURNAL-CREDIT-TOTAL TO GL-BAL-AGAINST.
           IF JOURNAL-DEBIT-TOTAL = JOURNAL-CREDIT-TOTAL
              AND SUMMARY-DEBIT-TOTAL = SUMMARY-CREDIT-TOTAL
               MOVE 'BALANCED' TO GL-BAL-FLAG
           ELSE
               MOVE 'Y' TO OUT-OF-BALANCE-SW
               MOVE '*OUT OF BALANCE*' TO GL-BAL-FLAG
           END-IF.
           WRITE JOURNAL-RPT-RECORD FROM GL-BAL-DTL.
           MOVE 'UNMAPPED AMOUNTS    ' TO GL-BAL-LABEL.
           MOVE UNMAPPED-TOTAL TO GL-BAL-AMOUNT.
           MOVE 'NOT JOURNALED       ' TO GL-BAL-LABEL2.
           MOVE 0 TO GL-BAL-AGAINST.
           IF UNMAPPED-COUNT = 0
               MOVE 'ALL MAPPED' TO GL-BAL-FLAG
           ELSE
               MOVE '*NO MAPPING*' TO GL-BAL-FLAG
           END-IF.
           WRITE JOURNAL-RPT-RECORD FROM GL-BAL-DTL.
           ADD 6 TO GL-LINE-COUNT.
           IF NOT CTL-FOUND
               MOVE 'Y' TO OUT-OF-BALANCE-SW
               MOVE '  NO USABLE RUN-CONTROL RECORD - NOT BALANCED'
                   TO JOURNAL-RPT-RECORD
               WRITE JOURNAL-RPT-RECORD
               ADD 1 TO GL-LINE-COUNT
               GO TO 3000-RELEASE-LINE.
           COMPUTE CTL-EMP-PAID-TOTAL =
               CTL-GRAND-TOTAL-EMP - CTL-UNPAID-EMP-TOTAL.
           MOVE 'EMPLOYEE EXPENSE    ' TO GL-BAL-LABEL.
           MOVE EMP-EXPENSE-TOTAL TO GL-BAL-AMOUNT.
           MOVE 'CONTROL EMP - UNPAID' TO GL-BAL-LABEL2.
           MOVE CTL-EMP-PAID-TOTAL TO GL-BAL-AGAINST.
           IF EMP-EXPENSE-TOTAL = CTL-EMP-PAID-TOTAL
               MOVE 'BALANCED' TO GL-BAL-FLAG
           ELSE
               MOVE 'Y' TO OUT-OF-BALANCE-SW
               MOVE '*OUT OF BALANCE*' TO GL-BAL-FLAG
           END-IF.
           WRITE JOURNAL-RPT-RECORD FROM GL-BAL-DTL.
           MOVE 'MANAGER EXPENSE     ' TO GL-BAL-LABEL.
           MOVE MGR-EXPENSE-TOTAL TO GL-BAL-AMOUNT.
           MOVE 'CONTROL MGMT TOTAL  ' TO GL-BAL-LABEL2.
           MOVE CTL-GRAND-TOTAL-MGMT TO GL-BAL-AGAINST.
           IF MGR-EXPENSE-TOTAL = CTL-GRAND-TOTAL-MGMT
               MOVE 'BALANCED' TO GL-BAL-FLAG
           ELSE
               MOVE 'Y' TO OUT-OF-BALANCE-SW
               MOVE '*OUT OF BALANCE*' TO GL-BAL-FLAG
           END-IF.
           WRITE JOURNAL-RPT-RECORD FROM GL-BAL-DTL.
           MOVE 'RECORDS NOT DATED   ' TO GL-CNT-LABEL.
           MOVE RUN-DATE-MISMATCH-COUNT TO GL-CNT-COUNT.
           MOVE 'FOR CONTROL RUN     ' TO GL-CNT-LABEL2.
           MOVE 0 TO GL-CNT-AGAINST.
           IF RUN-DATE-MISMATCH-COUNT = 0
               MOVE 'BALANCED' TO GL-CNT-FLAG
           ELSE
               MOVE 'Y' TO OUT-OF-BALANCE-SW
               MOVE '*OUT OF BALANCE*' TO GL-CNT-FLAG
           END-IF.
           WRITE JOURNAL-RPT-RECORD FROM GL-CNT-DTL.
           MOVE 'PAY RECORDS         ' TO GL-CNT-LABEL.
           MOVE NOT-FOOTING-COUNT TO GL-CNT-COUNT.
           MOVE 'NOT FOOTING         ' TO GL-CNT-LABEL2.
           MOVE 0 TO GL-CNT-AGAINST.
           IF NOT-FOOTING-COUNT = 0
               MOVE 'BALANCED' TO GL-CNT-FLAG
           ELSE
               MOVE 'Y' TO OUT-OF-BALANCE-SW
               MOVE '*OUT OF BALANCE*' TO GL-CNT-FLAG
           END-IF.
           WRITE JOURNAL-RPT-RECORD FROM GL-CNT-DTL.
           MOVE 'PAY RECORDS         ' TO GL-CNT-LABEL.
           MOVE REGION-OVERFLOW-COUNT TO GL-CNT-COUNT.
           MOVE 'NOT IN REGION TABLE ' TO GL-CNT-LABEL2.
           MOVE 0 TO GL-CNT-AGAINST.
           IF REGION-OVERFLOW-COUNT = 0
               MOVE 'BALANCED' TO GL-CNT-FLAG
           ELSE
               MOVE 'Y' TO OUT-OF-BALANCE-SW
               MOVE '*OUT OF BALANCE*' TO GL-CNT-FLAG
           END-IF.
           WRITE JOURNAL-RPT-RECORD FROM GL-CNT-DTL.
           ADD 5 TO GL-LINE-COUNT.
       3000-RELEASE-LINE.
           WRITE JOURNAL-RPT-RECORD FROM BLANK-LINE.
           IF OUT-OF-BALANCE OR MAPPING-ERROR
               MOVE '  *** JOURNAL HELD - DO NOT RELEASE THE GL JOURNAL
      -            'FILE TO GENERAL LEDGER ***' TO JOURNAL-RPT-RECORD
           ELSE
               MOVE '  GL JOURNAL BALANCED TO THE RUN-CONTROL RECORD'
                   TO JOURNAL-RPT-RECORD
           END-IF.
           WRITE JOURNAL-RPT-RECORD.
           ADD 2 TO GL-LINE-COUNT.
      *********
      *********  WRITE ONE LINE ALREADY BUILT IN JOURNAL-RPT-RECORD,
      *********  STARTING A NEW PAGE WHEN THIS ONE IS FULL.
      *********
       6100-WRITE-RPT-LINE.
           IF GL-LINE-COUNT GREATER THAN 55
               MOVE JOURNAL-RPT-RECORD TO HOLD-RPT-LINE
               PERFORM 6200-PRINT-GL-HEADERS
               MOVE HOLD-RPT-LINE TO JOURNAL-RPT-RECORD
           END-IF.
           WRITE JOURNAL-RPT-RECORD
             AFTER ADVANCING 1 LINE.
           ADD 1 TO GL-LINE-COUNT.
      *********
      *********  PRINT HEADERS FOR THE GENERAL LEDGER JOURNAL REGISTER
      *********
       6200-PRINT-GL-HEADERS.
               MOVE GL-PAGE-COUNT TO GL-PAGE.
               MOVE DATE-CCYY TO GL-RUN-CCYY.
               MOVE DATE-MM TO GL-RUN-MM.
               MOVE DATE-DD TO GL-RUN-DD.
               MOVE JOURNAL-DATE TO GL-JRNL-DATE.
               WRITE JOURNAL-RPT-RECORD FROM GL-HDR1.
               WRITE JOURNAL-RPT-RECORD FROM BLANK-LINE.
               WRITE JOURNAL-RPT-RECORD FROM GL-HDR2.
               WRITE JOURNAL-RPT-RECORD FROM BLANK-LINE.
               ADD 1 TO GL-PAGE-COUNT.
               MOVE 4 TO GL-LINE-COUNT.
      *********
      *********  PRINT THE RUN TOTALS.
      *********
       6500-PRINT-RUN-TOTALS.
           MOVE EXT-PAY-COUNT TO GL-RTOT-PAY.
           MOVE EXT-DEDUCTION-COUNT TO GL-RTOT-DED.
           MOVE GLR-COUNT TO GL-RTOT-REGIONS.
           MOVE MAP-RECORDS-READ TO GL-RTOT-MAPS.
           MOVE MAP-REJECT-COUNT TO GL-RTOT-REJECTS.
           WRITE JOURNAL-RPT-RECORD FROM BLANK-LINE.
           WRITE JOURNAL-RPT-RECORD FROM GL-RUN-TOTAL-DTL.
      *********
      *********  THE JOURNAL HEADER, DATED WITH THE CYCLE'S RUN DATE
      *********  AND CARRYING ITS PAY-PERIOD WINDOW.
      *********
       7000-WRITE-JOURNAL-HEADER.
           MOVE SPACES TO GL-JOURNAL-HEADER-REC.
           MOVE 'H' TO GLJ-HDR-RECORD-TYPE.
           MOVE 'WBCI' TO GLJ-HDR-SOURCE.
           MOVE JOURNAL-DATE TO GLJ-HDR-JOURNAL-DATE.
           IF CTL-FOUND
               MOVE CTL-PERIOD-START TO GLJ-HDR-PERIOD-START
               MOVE CTL-PERIOD-END TO GLJ-HDR-PERIOD-END
           END-IF.
           MOVE 'COMPENSATION CYCLE PAYROLL' TO GLJ-HDR-DESCRIPTION.
           WRITE JOURNAL-RECORD FROM GL-JOURNAL-HEADER-REC.
      *********
      *********  THE JOURNAL TRAILER.  THE RELEASE FLAG IS 'Y' ONLY
      *********  WHEN THE JOURNAL BALANCED AND EVERY LINE WAS MAPPED.
      *********
       7400-WRITE-JOURNAL-TRAILER.
           MOVE SPACES TO GL-JOURNAL-TRAILER-REC.
           MOVE 'T' TO GLJ-TRL-RECORD-TYPE.
           MOVE 'WBCI' TO GLJ-TRL-SOURCE.
           MOVE JOURNAL-DATE TO GLJ-TRL-JOURNAL-DATE.
           MOVE JOURNAL-LINE-COUNT TO GLJ-TRL-LINE-COUNT.
           MOVE JOURNAL-DEBIT-TOTAL TO GLJ-TRL-DEBIT-TOTAL.
           MOVE JOURNAL-CREDIT-TOTAL TO GLJ-TRL-CREDIT-TOTAL.
           IF OUT-OF-BALANCE OR MAPPING-ERROR
               MOVE 'N' TO GLJ-TRL-RELEASE-FLAG
           ELSE
               MOVE 'Y' TO GLJ-TRL-RELEASE-FLAG
           END-IF.
           WRITE JOURNAL-RECORD FROM GL-JOURNAL-TRAILER-REC.
      *********
      *********  DEDUCTION DETAIL RECORDS ARE COUNTED AND READ PAST
      *********  HERE, AS IN WBCI1280, SO ONLY PAY RECORDS ARE
      *********  JOURNALED.
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
           OPEN INPUT  MAPPING-FILE.
           OPEN OUTPUT JOURNAL-FILE.
           OPEN OUTPUT JOURNAL-RPT-FILE.
      *********
      *********  LOAD THE ACCOUNT MAPPING FILE.  A RECORD WITH NO
      *********  REGION, AN EARNINGS TYPE THAT IS NOT ONE OF THE NINE,
      *********  NO ACCOUNT NUMBER, OR A REGION AND TYPE ALREADY
      *********  MAPPED IS LISTED AND REJECTED, AND HOLDS THE JOURNAL -
      *********  A MAPPING THAT IS NOT WHAT ACCOUNTING MEANT MUST NOT
      *********  POST.
      *********
       9200-LOAD-MAPPING.
           MOVE 0 TO MAP-COUNT.
           PERFORM 9210-READ-MAPPING.
           PERFORM 9220-STORE-MAPPING THRU 9220-EXIT
               UNTIL MAP-EOF.
           IF MAP-REJECT-COUNT > 0
               MOVE 'Y' TO MAPPING-ERROR-SW
               WRITE JOURNAL-RPT-RECORD FROM BLANK-LINE
               ADD 1 TO GL-LINE-COUNT
           END-IF.
      *********
       9210-READ-MAPPING.
           READ MAPPING-FILE INTO GL-ACCOUNT-MAP-REC
               AT END
                 MOVE 'Y' TO MAP-EOF-SW
           END-READ.
           IF NOT MAP-EOF
               ADD 1 TO MAP-RECORDS-READ
           END-IF.
      *********
       9220-STORE-MAPPING.
           MOVE SPACES TO MAP-REJECT-REASON.
           MOVE 'N' TO TYPE-FOUND-SW.
           PERFORM 9230-CHECK-EARN-TYPE
               VARYING TYP-SUB FROM 1 BY 1
               UNTIL TYP-SUB > EARN-TYPE-MAX
               OR TYPE-FOUND.
           EVALUATE TRUE
               WHEN GLM-REGION = SPACES
                   MOVE 'NO REGION' TO MAP-REJECT-REASON
               WHEN NOT TYPE-FOUND
                   MOVE 'UNKNOWN EARNINGS TYPE' TO MAP-REJECT-REASON
               WHEN GLM-ACCOUNT = SPACES
                   MOVE 'NO ACCOUNT NUMBER' TO MAP-REJECT-REASON
               WHEN MAP-COUNT NOT LESS THAN MAP-MAX
                   MOVE 'MAPPING TABLE FULL' TO MAP-REJECT-REASON
               WHEN OTHER
                   PERFORM 9240-CHECK-DUPLICATE
           END-EVALUATE.
           IF MAP-REJECT-REASON NOT = SPACES
               PERFORM 9250-LIST-MAP-REJECT
               GO TO 9220-READ-NEXT.
           ADD 1 TO MAP-COUNT.
           SET MAP-IX TO MAP-COUNT.
           MOVE GLM-REGION      TO MAP-REGION (MAP-IX).
           MOVE GLM-EARN-TYPE   TO MAP-EARN-TYPE (MAP-IX).
           MOVE GLM-ACCOUNT     TO MAP-ACCOUNT (MAP-IX).
           MOVE GLM-DESCRIPTION TO MAP-DESCRIPTION (MAP-IX).
       9220-READ-NEXT.
           PERFORM 9210-READ-MAPPING.
       9220-EXIT.
           EXIT.
      *********
       9230-CHECK-EARN-TYPE.
           IF EARN-TYPE-CODE (TYP-SUB) = GLM-EARN-TYPE
               MOVE 'Y' TO TYPE-FOUND-SW.
      *********
       9240-CHECK-DUPLICATE.
           IF MAP-COUNT > 0
               SET MAP-IX TO 1
               SEARCH MAP-ENTRY
                   AT END
                       CONTINUE
                   WHEN MAP-IX > MAP-COUNT
                       CONTINUE
                   WHEN MAP-REGION (MAP-IX) = GLM-REGION
                    AND MAP-EARN-TYPE (MAP-IX) = GLM-EARN-TYPE
                       MOVE 'REGION AND TYPE ALREADY MAPPED'
                           TO MAP-REJECT-REASON
               END-SEARCH
           END-IF.
      *********
       9250-LIST-MAP-REJECT.
           ADD 1 TO MAP-REJECT-COUNT.
           MOVE GLM-REGION TO GL-ERR-REGION.
           MOVE GLM-EARN-TYPE TO GL-ERR-TYPE.
           MOVE GLM-ACCOUNT TO GL-ERR-ACCOUNT.
           MOVE MAP-REJECT-REASON TO GL-ERR-REASON.
           MOVE GL-MAP-ERR-DTL TO JOURNAL-RPT-RECORD.
           PERFORM 6100-WRITE-RPT-LINE.
      *********
      *********  THE CYCLE'S RUN-CONTROL RECORD.  A RECORD WRITTEN
      *********  BEFORE THE UNPAID EMPLOYEE TOTAL WAS CARRIED HAS
      *********  SPACES THERE AND CANNOT BE BALANCED TO.  THE JOURNAL
      *********  IS DATED WITH THE CONTROL RECORD'S RUN DATE, OR
      *********  TODAY'S WHEN THERE IS NONE.
      *********
       9300-READ-CONTROL.
           MOVE 'N' TO CTL-FOUND-SW.
           MOVE TODAYS-DATE TO JOURNAL-DATE.
           READ CONTROL-FILE INTO RUN-CONTROL-RECORD
               AT END
                 CONTINUE
               NOT AT END
                 IF CTL-GRAND-TOTAL-EMP NUMERIC
                    AND CTL-GRAND-TOTAL-MGMT NUMERIC
                    AND CTL-UNPAID-EMP-TOTAL NUMERIC
                     MOVE 'Y' TO CTL-FOUND-SW
                     MOVE CTL-RUN-DATE TO JOURNAL-DATE
                 END-IF
           END-READ.
      *********
      *********
       9900-CLOSE.
           CLOSE EXTRACT-FILE.
           CLOSE CONTROL-FILE.
           CLOSE MAPPING-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE JOURNAL-RPT-FILE.
