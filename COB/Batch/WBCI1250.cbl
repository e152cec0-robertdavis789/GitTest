      *  HISTORY FILE AND THE YEAR-TO-DATE BUCKET AGREE.  YEAR-END     *
      *  STATUTORY REPORTING COMES OFF THIS FILE.                      *
      *                                                                *
      *  A WBCI1220 REVERSAL RECORD TAKES ITS FIGURES BACK OUT OF THE  *
      *  QUARTER OF THE CYCLE IT REVERSED, AND A WBCI1220 CORRECTION   *
      *  COUNTS IN THE QUARTER IT WAS PAID, SO THE STATEMENTS AND THE  *
      *  YTDSAL PROOF STILL AGREE AFTER AN ADJUSTMENT.                 *
      *                                                                *
      *  INPUT FILE  - EMPLOYEE PAY HISTORY (VSAM, KEYED ON EMPLOYEE   *
      *                NUMBER, RUN DATE AND ENTRY SEQUENCE, READ IN    *
      *                KEY SEQUENCE)                                   *
      *              - EMPLOYEE YTD TABLE (DB2)                        *
      *  OUTPUT FILE - EARNINGS STATEMENT REPORT.                      *
      *                                                                *
      *  PARM        - CCYY, THE STATEMENT YEAR.  BYTE 5 CODED 'A'     *
      *                READS AN ARCHIVE GENERATION OF THE PAY HISTORY  *
      *                (PAYARCH, WRITTEN BY WBCI1295) INSTEAD OF THE   *
      *                LIVE FILE.  ARCHIVED CYCLES ARE NO LONGER IN    *
      *                YTDSAL, SO AN ARCHIVE RUN PRINTS THE STATEMENTS *
      *                WITHOUT THE RVIIEMP PROOF.                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PAYFD-KEY
               FILE STATUS IS PAY-HIST-STATUS.
           SELECT PAY-ARCHIVE-FILE
                                ASSIGN TO PAYARCH.
           SELECT STMT-FILE     ASSIGN TO STMTRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  PAY-HIST-FD-RECORD.
           05 PAYFD-KEY               PIC X(15).
           05 PAYFD-DATA              PIC X(185).
       FD  PAY-ARCHIVE-FILE
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01  PAY-ARCH-FD-RECORD         PIC X(200).
       FD  STMT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
               88  EMP-CURSOR-EOF                  VALUE 'Y'.
           05  EMP-CURSOR-ERR-SW      PIC X        VALUE 'N'.
               88  EMP-CURSOR-ERROR                VALUE 'Y'.
           05  HIST-SOURCE-SW         PIC X        VALUE 'L'.
               88  READ-LIVE-HISTORY               VALUE 'L'.
               88  READ-ARCHIVE-HISTORY            VALUE 'A'.
       01  COUNTERS.
           05  HIST-RECORDS-READ      PIC 9(7)     VALUE 0.
           05  EMPLOYEES-PRINTED      PIC 9(5)     VALUE 0.
           05  STMT-LINE-COUNT        PIC S99      VALUE +56.
       01  QTR-SUB                    PIC 9        VALUE 0.
       01  STATEMENT-YEAR             PIC X(4)     VALUE SPACES.
       01  REVERSED-RUN-DATE          PIC X(8)     VALUE SPACES.
       01  REVERSED-RUN-FIELDS REDEFINES REVERSED-RUN-DATE.
           05  REVERSED-RUN-CCYY      PIC X(4).
           05  REVERSED-RUN-MM        PIC 9(2).
           05  REVERSED-RUN-DD        PIC 9(2).
      *********
      *********  CONTROL-BREAK FIELDS.  THE HISTORY FILE IS IN
      *********  EMPLOYEE NUMBER SEQUENCE, SO ONE EMPLOYEE'S RECORDS
           05  FILLER      PIC X(6)      VALUE ' YEAR '.
           05  STMT-HDR-YEAR
                           PIC X(4).
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  STMT-HDR-SOURCE
                           PIC X(7)      VALUE SPACES.
           05  FILLER      PIC X(8)      VALUE SPACES.
           05  FILLER      PIC X(5)      VALUE 'PAGE '.
           05  STMT-PAGE   PIC ZZ9.
       01  STMT-EMP-HDR.
       01  ERROR-LINE             PIC X(132)  VALUE SPACES.
      ******************************************************************
      *  PARMINFO IS THE MVS EXECUTE PARM - THE FOUR-DIGIT STATEMENT   *
      *  YEAR, OPTIONALLY FOLLOWED BY 'A' TO READ AN ARCHIVE           *
      *  GENERATION.  ANYTHING ELSE IS AN ERROR AND THE RUN STOPS      *
      *  BEFORE TOUCHING THE FILES.                                    *
      ******************************************************************
       LINKAGE SECTION.
       01  PARMINFO.
           03  PARM-LTH           PIC S9(4) COMP.
           03  PARM-STMT-YEAR     PIC X(4).
           03  PARM-HIST-SOURCE   PIC X.

       PROCEDURE DIVISION USING PARMINFO.
      *                                                                *
               GOBACK.
           PERFORM 9000-OPEN.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           MOVE 'N' TO EMP-CURSOR-EOF-SW.
           MOVE 'N' TO EMP-CURSOR-ERR-SW.
           IF READ-LIVE-HISTORY
               EXEC SQL OPEN EMP-CURSOR END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'Y' TO EMP-CURSOR-ERR-SW
               END-IF
           END-IF.
           MOVE LOW-VALUES TO EMPNO.
           PERFORM 8000-READ-HISTORY.
           IF NOT HIST-EOF
               PERFORM 1100-START-EMPLOYEE
           END-IF.
           PERFORM 1000-PROCESS-HISTORY THRU 1000-EXIT
               UNTIL HIST-EOF.
           IF CURRENT-EMP-NUMBER NOT = SPACES
               PERFORM 2000-PRINT-STATEMENT
           END-IF.
           IF READ-LIVE-HISTORY
               EXEC SQL CLOSE EMP-CURSOR END-EXEC
           END-IF.
           PERFORM 6500-PRINT-RUN-TOTALS.
           PERFORM 9900-CLOSE.
           GOBACK.
      *********  NUMBER CLOSES OUT THE PRIOR EMPLOYEE'S STATEMENT
      *********  FIRST.  EVERY RECORD COUNTS TOWARD THE ALL-CYCLES
      *********  PROOF TOTAL; ONLY RECORDS DATED IN THE STATEMENT
      *********  YEAR FILL THE QUARTERLY AND YEARLY BUCKETS.  A
      *********  REVERSAL IS HANDED TO 1200 INSTEAD.
      *********
       1000-PROCESS-HISTORY.
           IF PAY-EMP-NUMBER NOT = CURRENT-EMP-NUMBER
               PERFORM 2000-PRINT-STATEMENT
               PERFORM 1100-START-EMPLOYEE
           END-IF.
           IF PAY-REVERSAL-ENTRY
               PERFORM 1200-BACK-OUT-REVERSAL
               PERFORM 8000-READ-HISTORY
               GO TO 1000-EXIT.
           ADD PAY-TOTAL TO ALL-CYCLES-TOTAL.
           IF PAY-RUN-CCYY = STATEMENT-YEAR
               COMPUTE QTR-SUB = (PAY-RUN-MM + 2) / 3
               ADD PAY-TOTAL TO YEAR-TOTAL
           END-IF.
           PERFORM 8000-READ-HISTORY.
       1000-EXIT.
           EXIT.
      *********
       1100-START-EMPLOYEE.
           MOVE PAY-EMP-NUMBER TO CURRENT-EMP-NUMBER.
           MOVE PAY-EMP-TYPE TO CURRENT-EMP-TYPE.
           MOVE ZERO TO STATEMENT-BUCKETS.
      *********
      *********  A REVERSAL TAKES BACK A CYCLE ALREADY ACCUMULATED -
      *********  THE REVERSED RECORD IS THE SAME EMPLOYEE'S AND HAS AN
      *********  EARLIER RUN DATE, SO IT IS AHEAD OF THE REVERSAL IN
      *********  KEY SEQUENCE.  ITS FIGURES COME OFF THE ALL-CYCLES
      *********  PROOF TOTAL AND, WHEN THE REVERSED CYCLE FELL IN THE
      *********  STATEMENT YEAR, OFF THAT CYCLE'S QUARTER, NOT THE
      *********  QUARTER THE REVERSAL WAS RUN IN.
      *********
       1200-BACK-OUT-REVERSAL.
           SUBTRACT PAY-TOTAL FROM ALL-CYCLES-TOTAL.
           MOVE PAY-ADJ-REF-DATE TO REVERSED-RUN-DATE.
           IF REVERSED-RUN-CCYY = STATEMENT-YEAR
               COMPUTE QTR-SUB = (REVERSED-RUN-MM + 2) / 3
               SUBTRACT PAY-WAGES FROM QTR-WAGES (QTR-SUB)
               SUBTRACT PAY-OT    FROM QTR-OT (QTR-SUB)
               SUBTRACT PAY-DT    FROM QTR-DT (QTR-SUB)
               SUBTRACT PAY-COMM  FROM QTR-COMM (QTR-SUB)
               SUBTRACT PAY-TOTAL FROM QTR-TOTAL (QTR-SUB)
               SUBTRACT PAY-WAGES FROM YEAR-WAGES
               SUBTRACT PAY-OT    FROM YEAR-OT
               SUBTRACT PAY-DT    FROM YEAR-DT
               SUBTRACT PAY-COMM  FROM YEAR-COMM
               SUBTRACT PAY-TOTAL FROM YEAR-TOTAL
           END-IF.
      *********
      *********  PRINT THE STATEMENT FOR THE EMPLOYEE JUST
      *********  ACCUMULATED: FOUR QUARTER LINES, THE YEAR TOTAL, AND
      *********  THE ALL-CYCLES PROOF AGAINST RVIIEMP.YTDSAL.  AN
      *********  ARCHIVE GENERATION IS NOT PROVED.
      *********
       2000-PRINT-STATEMENT.
           IF STMT-LINE-COUNT GREATER THAN 46
           MOVE YEAR-COMM TO STMT-DTL-COMM.
           MOVE YEAR-TOTAL TO STMT-DTL-TOTAL.
           WRITE STMT-RECORD FROM STMT-QTR-DTL.
           IF READ-LIVE-HISTORY
               PERFORM 3000-PROVE-AGAINST-YTDSAL.
           ADD 9 TO STMT-LINE-COUNT.
           ADD 1 TO EMPLOYEES-PRINTED.
      *********
               MOVE DATE-MM TO STMT-RUN-MM.
               MOVE DATE-DD TO STMT-RUN-DD.
               MOVE STATEMENT-YEAR TO STMT-HDR-YEAR.
               IF READ-ARCHIVE-HISTORY
                   MOVE 'ARCHIVE' TO STMT-HDR-SOURCE.
               WRITE STMT-RECORD FROM BLANK-LINE.
               WRITE STMT-RECORD FROM STMT-HDR1.
               WRITE STMT-RECORD FROM BLANK-LINE.
      *********
      *********
       8000-READ-HISTORY.
           IF READ-ARCHIVE-HISTORY
               READ PAY-ARCHIVE-FILE INTO PAY-HISTORY-RECORD
                   AT END
                     MOVE 'Y' TO HIST-EOF-SW
               END-READ
           ELSE
               READ PAY-HISTORY-FILE INTO PAY-HISTORY-RECORD
                   AT END
                     MOVE 'Y' TO HIST-EOF-SW
               END-READ
           END-IF.
           IF NOT HIST-EOF
               ADD 1 TO HIST-RECORDS-READ.
      *********
      *********  THE PARM MUST BE THE FOUR-DIGIT STATEMENT YEAR.
      *********  A FIFTH BYTE, IF PRESENT, MUST BE 'A' OR BLANK.
      *********
       9100-CHECK-PARM.
           MOVE 'N' TO PARM-ERROR-SW.
           MOVE 'L' TO HIST-SOURCE-SW.
           IF PARM-LTH LESS THAN 4
              OR PARM-STMT-YEAR NOT NUMERIC
               MOVE 'Y' TO PARM-ERROR-SW
           ELSE
               MOVE PARM-STMT-YEAR TO STATEMENT-YEAR
           END-IF.
           IF PARM-LTH GREATER THAN 4
               EVALUATE PARM-HIST-SOURCE
                   WHEN 'A'
                       MOVE 'A' TO HIST-SOURCE-SW
                   WHEN SPACE
                       CONTINUE
                   WHEN OTHER
                       MOVE 'Y' TO PARM-ERROR-SW
                       DISPLAY ' WBCI1250 PARM BYTE 5 MUST BE A OR '
                               'BLANK'
               END-EVALUATE
           END-IF.
      *********
      *********
       9000-OPEN.
           IF READ-ARCHIVE-HISTORY
               OPEN INPUT  PAY-ARCHIVE-FILE
           ELSE
               OPEN INPUT  PAY-HISTORY-FILE
           END-IF.
           OPEN OUTPUT STMT-FILE.
      *********
      *********
       9900-CLOSE.
           IF READ-ARCHIVE-HISTORY
               CLOSE PAY-ARCHIVE-FILE
           ELSE
               CLOSE PAY-HISTORY-FILE
           END-IF.
           CLOSE STMT-FILE.
