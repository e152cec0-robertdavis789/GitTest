
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WBCI1295.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  PROGRAM ARCHIVES THE THREE CUMULATIVE HISTORY FILES - THE     *
      *  EMPLOYEE MASTER MAINTENANCE JOURNAL, THE TERMINATED-EMPLOYEE  *
      *  HISTORY AND THE PAY HISTORY KSDS - SO THEY STOP GROWING       *
      *  WITHOUT LIMIT.  THE RETENTION CARD GIVES EACH FILE ITS OWN    *
      *  RETENTION IN MONTHS.  EVERY RECORD OF EACH FILE IS READ ONCE: *
      *  ONE DATED BEFORE THE FILE'S CUTOFF (THE RUN DATE LESS THE     *
      *  RETENTION) IS WRITTEN TO THE FILE'S NEW ARCHIVE GENERATION,   *
      *  ANY OTHER TO THE FILE'S KEEP DATASET.  THE LIVE FILES ARE     *
      *  NOT TOUCHED HERE - THE FOLLOWING JOB STEPS RELOAD THEM FROM   *
      *  THE KEEP DATASETS, AND ONLY WHEN THIS STEP ENDS CLEAN.        *
      *                                                                *
      *  THE ARCHIVE REPORT GIVES, FOR EACH FILE, THE RECORD COUNT     *
      *  AND DOLLAR TOTAL READ (THE BEFORE IMAGE), MOVED AND KEPT.     *
      *  MOVED PLUS KEPT MUST EQUAL READ; IF NOT THE FILE IS FLAGGED   *
      *  AND THE STEP ENDS WITH RC 8.  THE DOLLARS ARE THE FINAL-PAY   *
      *  TOTAL FOR TERMINATION HISTORY AND THE GROSS (PAY-TOTAL) FOR   *
      *  PAY HISTORY; THE JOURNAL CARRIES NO DOLLAR FIELD AND IS       *
      *  BALANCED ON COUNT.                                            *
      *                                                                *
      *  A PAY HISTORY RECORD OF THE CURRENT CALENDAR YEAR IS NEVER    *
      *  ARCHIVED, WHATEVER THE RETENTION: WBCI1250 PROVES THE LIVE    *
      *  FILE AGAINST THE YEAR-TO-DATE RVIIEMP.YTDSAL.                 *
      *                                                                *
      *  INPUT FILES - HISTORY RETENTION CARD (RETC LAYOUT)            *
      *              - MAINTENANCE JOURNAL (JRNC LAYOUT)               *
      *              - TERMINATION HISTORY (TRMC LAYOUT)               *
      *              - PAY HISTORY (VSAM, PAYC LAYOUT)                 *
      *  OUTPUT FILES- ARCHIVE AND KEEP DATASETS FOR EACH FILE, IN     *
      *                THE SAME LAYOUT AND ORDER AS THE INPUT          *
      *              - ARCHIVE REPORT.                                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-FILE   ASSIGN TO RETCTL.
           SELECT JOURNAL-FILE     ASSIGN TO JRNLFILE.
           SELECT JOURNAL-ARCH-FILE
                                   ASSIGN TO JRNLARCH.
           SELECT JOURNAL-KEEP-FILE
                                   ASSIGN TO JRNLKEEP.
           SELECT TERM-HISTORY-FILE
                                   ASSIGN TO TERMHIST.
           SELECT TERM-ARCH-FILE   ASSIGN TO TERMARCH.
           SELECT TERM-KEEP-FILE   ASSIGN TO TERMKEEP.
           SELECT PAY-HISTORY-FILE
               ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PAYFD-KEY
               FILE STATUS IS PAY-HIST-STATUS.
           SELECT PAY-ARCH-FILE    ASSIGN TO PAYARCH.
           SELECT PAY-KEEP-FILE    ASSIGN TO PAYKEEP.
           SELECT ARCHIVE-RPT-FILE ASSIGN TO ARCRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  RETENTION-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  RETENTION-RECORD           PIC X(80).
       FD  JOURNAL-FILE
           RECORD CONTAINS 440 CHARACTERS
           RECORDING MODE IS F.
       01  JOURNAL-RECORD             PIC X(440).
       FD  JOURNAL-ARCH-FILE
           RECORD CONTAINS 440 CHARACTERS
           RECORDING MODE IS F.
       01  JOURNAL-ARCH-RECORD        PIC X(440).
       FD  JOURNAL-KEEP-FILE
           RECORD CONTAINS 440 CHARACTERS
           RECORDING MODE IS F.
       01  JOURNAL-KEEP-RECORD        PIC X(440).
       FD  TERM-HISTORY-FILE
           RECORD CONTAINS 260 CHARACTERS
           RECORDING MODE IS F.
       01  TERM-HIST-FD-RECORD        PIC X(260).
       FD  TERM-ARCH-FILE
           RECORD CONTAINS 260 CHARACTERS
           RECORDING MODE IS F.
       01  TERM-ARCH-RECORD           PIC X(260).
       FD  TERM-KEEP-FILE
           RECORD CONTAINS 260 CHARACTERS
           RECORDING MODE IS F.
       01  TERM-KEEP-RECORD           PIC X(260).
       FD  PAY-HISTORY-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  PAY-HIST-FD-RECORD.
           05 PAYFD-KEY               PIC X(15).
           05 PAYFD-DATA              PIC X(185).
       FD  PAY-ARCH-FILE
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01  PAY-ARCH-RECORD            PIC X(200).
       FD  PAY-KEEP-FILE
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01  PAY-KEEP-RECORD            PIC X(200).
       FD  ARCHIVE-RPT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  ARCHIVE-RPT-RECORD         PIC X(132).
       WORKING-STORAGE SECTION.
      ******************************************************************
      *  RECORD LAYOUTS FOR THE RETENTION CARD AND THE THREE HISTORY   *
      *  FILES.                                                        *
      ******************************************************************
       COPY RETC.
       COPY JRNC.
       COPY TRMC.
       COPY PAYC.
      ******************************************************************
       01  PAY-HIST-STATUS            PIC XX       VALUE '  '.
           88  PAY-HIST-IO-GOOD                    VALUE '00'.
       01  SWITCHES.
           05  JRNL-EOF-SW            PIC X        VALUE 'N'.
               88  JRNL-EOF                        VALUE 'Y'.
           05  TERM-EOF-SW            PIC X        VALUE 'N'.
               88  TERM-EOF                        VALUE 'Y'.
           05  PAY-EOF-SW             PIC X        VALUE 'N'.
               88  PAY-EOF                         VALUE 'Y'.
           05  CARD-ERROR-SW          PIC X        VALUE 'N'.
               88  CARD-ERROR                      VALUE 'Y'.
           05  PAY-OPEN-ERROR-SW      PIC X        VALUE 'N'.
               88  PAY-OPEN-ERROR                  VALUE 'Y'.
           05  OUT-OF-BALANCE-SW      PIC X        VALUE 'N'.
               88  OUT-OF-BALANCE                  VALUE 'Y'.
       01  COUNTERS.
           05  ARC-PAGE-COUNT         PIC 9(3)     VALUE 1.
           05  ARC-LINE-COUNT         PIC S99      VALUE +56.
      *********
      *********  ONE ENTRY PER HISTORY FILE: ITS RETENTION AND
      *********  CUTOFF, AND THE COUNTS AND DOLLARS READ, MOVED TO
      *********  THE ARCHIVE AND KEPT ON THE LIVE FILE.  A FILE WITH
      *********  NO RETENTION ON THE CARD IS NOT ARCHIVED - EVERY
      *********  RECORD IS KEPT.
      *********
       01  ARCHIVE-FILE-TABLE.
           05  ARC-FILE-ENTRY         OCCURS 3 TIMES.
               10  ARC-FILE-NAME      PIC X(20).
               10  ARC-RETAIN-MONTHS  PIC 9(3).
               10  ARC-CUTOFF-DATE    PIC X(8).
               10  ARC-ACTIVE-SW      PIC X.
                   88  ARC-ACTIVE                  VALUE 'Y'.
               10  ARC-HELD-SW        PIC X.
                   88  ARC-CUTOFF-HELD             VALUE 'Y'.
               10  ARC-READ-COUNT     PIC 9(9)     COMP-3.
               10  ARC-READ-AMOUNT    PIC 9(11)V99 COMP-3.
               10  ARC-MOVED-COUNT    PIC 9(9)     COMP-3.
               10  ARC-MOVED-AMOUNT   PIC 9(11)V99 COMP-3.
               10  ARC-KEPT-COUNT     PIC 9(9)     COMP-3.
               10  ARC-KEPT-AMOUNT    PIC 9(11)V99 COMP-3.
       01  FILE-MAX                   PIC S9(4)    COMP  VALUE +3.
       01  FILE-JRNL                  PIC S9(4)    COMP  VALUE +1.
       01  FILE-TERM                  PIC S9(4)    COMP  VALUE +2.
       01  FILE-PAY                   PIC S9(4)    COMP  VALUE +3.
       01  FILE-SUB                   PIC S9(4)    COMP  VALUE +0.
      *********
      *********  CUTOFF DATE ARITHMETIC - THE RUN DATE LESS THE
      *********  RETENTION MONTHS, SAME DAY OF THE MONTH.  A DAY PAST
      *********  THE END OF A SHORT MONTH STILL COMPARES CORRECTLY.
      *********
       01  CUTOFF-WORK.
           05  CUT-MONTH-COUNT        PIC S9(7)    COMP-3.
           05  CUT-MONTH-REM          PIC S9(3)    COMP-3.
           05  CUT-DATE.
               10  CUT-CCYY           PIC 9(4).
               10  CUT-MM             PIC 9(2).
               10  CUT-DD             PIC 9(2).
           05  CUT-YEAR-START.
               10  CUT-YS-CCYY        PIC 9(4).
               10  FILLER             PIC X(4)     VALUE '0101'.
       01  RECORD-DATE                PIC X(8).
       01  RECORD-AMOUNT              PIC 9(7)V99  COMP-3.
       01  TODAYS-DATE                PIC X(8).
       01  DATE-FIELDS REDEFINES TODAYS-DATE.
           05  DATE-CCYY              PIC 9(4).
           05  DATE-MM                PIC 9(2).
           05  DATE-DD                PIC 9(2).
      *********
      *********  ARCHIVE REPORT
      *********
       01  ARC-HDR1.
           05  FILLER      PIC X         VALUE SPACES.
           05  FILLER      PIC X(10)
                              VALUE  'RUN DATE  '.
           05  ARC-RUN-MM  PIC 99.
           05  FILLER      PIC X         VALUE '/'.
           05  ARC-RUN-DD  PIC 99.
           05  FILLER      PIC X         VALUE '/'.
           05  ARC-RUN-CCYY
                           PIC 9(4).
           05  FILLER      PIC X(9)      VALUE SPACES.
           05  FILLER      PIC X(34)
                  VALUE  'HISTORY FILE RETENTION AND ARCHIVE'.
           05  FILLER      PIC X(10)     VALUE SPACES.
           05  FILLER      PIC X(5)      VALUE 'PAGE '.
           05  ARC-PAGE    PIC ZZ9.
       01  ARC-HDR2.
           05  FILLER      PIC X(26)     VALUE SPACES.
           05  FILLER      PIC X(12)     VALUE '     RECORDS'.
           05  FILLER      PIC X(4)      VALUE SPACES.
           05  FILLER      PIC X(15)     VALUE '        DOLLARS'.
       01  ARC-FILE-DTL.
           05  FILLER            PIC X(1)      VALUE SPACES.
           05  ARC-DTL-NAME      PIC X(20).
           05  FILLER            PIC X(11)     VALUE ' RETENTION '.
           05  ARC-DTL-MONTHS    PIC ZZ9.
           05  FILLER            PIC X(15)     VALUE ' MONTHS  CUTOFF'.
           05  FILLER            PIC X(1)      VALUE SPACES.
           05  ARC-DTL-CUT-MM    PIC X(2).
           05  FILLER            PIC X         VALUE '/'.
           05  ARC-DTL-CUT-DD    PIC X(2).
           05  FILLER            PIC X         VALUE '/'.
           05  ARC-DTL-CUT-CCYY  PIC X(4).
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  ARC-DTL-NOTE      PIC X(40).
       01  ARC-SKIP-DTL.
           05  FILLER            PIC X(1)      VALUE SPACES.
           05  ARC-SKP-NAME      PIC X(20).
           05  FILLER            PIC X(36)
                   VALUE ' NO RETENTION ON CARD - NOT ARCHIVED'.
       01  ARC-CNT-DTL.
           05  FILLER            PIC X(4)      VALUE SPACES.
           05  ARC-CNT-LABEL     PIC X(22).
           05  ARC-CNT-COUNT     PIC ZZZZZZZZZZ9.
           05  FILLER            PIC X(4)      VALUE SPACES.
           05  ARC-CNT-AMOUNT    PIC ZZZZZZZZZZZ9.99.
       01  ARC-BAL-DTL.
           05  FILLER            PIC X(4)      VALUE SPACES.
           05  ARC-BAL-FLAG      PIC X(50).
      *********
      *********  BLANK LINE TO CONTROL SPACING OF REPORT
      *********
       01  BLANK-LINE             PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.
      *                                                                *
      ******      0000-MAINLINE                                   ******
      *                                                                *
      ******************************************************************
       0000-MAINLINE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT ARCHIVE-RPT-FILE.
           PERFORM 6200-PRINT-ARC-HEADERS.
           PERFORM 9200-READ-RETENTION-CARD THRU 9200-EXIT.
           IF CARD-ERROR
               CLOSE ARCHIVE-RPT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK.
           PERFORM 9000-OPEN-PAY-HISTORY.
           IF PAY-OPEN-ERROR
               CLOSE ARCHIVE-RPT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK.
           PERFORM 1000-ARCHIVE-JOURNAL.
           PERFORM 2000-ARCHIVE-TERM-HISTORY.
           PERFORM 3000-ARCHIVE-PAY-HISTORY.
           PERFORM 6500-PRINT-FILE-TOTALS
               VARYING FILE-SUB FROM 1 BY 1
                 UNTIL FILE-SUB > FILE-MAX.
           CLOSE ARCHIVE-RPT-FILE.
           IF OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE.
           GOBACK.
      *********
      *********  SPLIT THE MAINTENANCE JOURNAL ON ITS RUN DATE.  THE
      *********  JOURNAL IS IN RUN ORDER AND BOTH OUTPUTS KEEP IT.
      *********
       1000-ARCHIVE-JOURNAL.
           MOVE FILE-JRNL TO FILE-SUB.
           OPEN INPUT  JOURNAL-FILE.
           OPEN OUTPUT JOURNAL-ARCH-FILE.
           OPEN OUTPUT JOURNAL-KEEP-FILE.
           PERFORM 8000-READ-JOURNAL.
           PERFORM 1100-SPLIT-JOURNAL
               UNTIL JRNL-EOF.
           CLOSE JOURNAL-FILE.
           CLOSE JOURNAL-ARCH-FILE.
           CLOSE JOURNAL-KEEP-FILE.
      *********
       1100-SPLIT-JOURNAL.
           MOVE JRN-RUN-DATE TO RECORD-DATE.
           MOVE 0 TO RECORD-AMOUNT.
           PERFORM 5000-COUNT-READ.
           IF ARC-ACTIVE (FILE-SUB)
              AND RECORD-DATE < ARC-CUTOFF-DATE (FILE-SUB)
               WRITE JOURNAL-ARCH-RECORD FROM MAINT-JOURNAL-RECORD
               PERFORM 5100-COUNT-MOVED
           ELSE
               WRITE JOURNAL-KEEP-RECORD FROM MAINT-JOURNAL-RECORD
               PERFORM 5200-COUNT-KEPT
           END-IF.
           PERFORM 8000-READ-JOURNAL.
      *********
      *********  SPLIT THE TERMINATION HISTORY ON THE RUN DATE OF THE
      *********  FINAL-PAY CYCLE.
      *********
       2000-ARCHIVE-TERM-HISTORY.
           MOVE FILE-TERM TO FILE-SUB.
           OPEN INPUT  TERM-HISTORY-FILE.
           OPEN OUTPUT TERM-ARCH-FILE.
           OPEN OUTPUT TERM-KEEP-FILE.
           PERFORM 8100-READ-TERM-HISTORY.
           PERFORM 2100-SPLIT-TERM-HISTORY
               UNTIL TERM-EOF.
           CLOSE TERM-HISTORY-FILE.
           CLOSE TERM-ARCH-FILE.
           CLOSE TERM-KEEP-FILE.
      *********
       2100-SPLIT-TERM-HISTORY.
           MOVE TRM-HIST-RUN-DATE TO RECORD-DATE.
           MOVE TRM-HIST-FINAL-TOTAL TO RECORD-AMOUNT.
           PERFORM 5000-COUNT-READ.
           IF ARC-ACTIVE (FILE-SUB)
              AND RECORD-DATE < ARC-CUTOFF-DATE (FILE-SUB)
               WRITE TERM-ARCH-RECORD FROM TERM-HISTORY-RECORD
               PERFORM 5100-COUNT-MOVED
           ELSE
               WRITE TERM-KEEP-RECORD FROM TERM-HISTORY-RECORD
               PERFORM 5200-COUNT-KEPT
           END-IF.
           PERFORM 8100-READ-TERM-HISTORY.
      *********
      *********  SPLIT THE PAY HISTORY ON THE CYCLE RUN DATE.  THE
      *********  KSDS IS READ IN KEY ORDER, SO THE ARCHIVE GENERATION
      *********  IS IN EMPLOYEE AND DATE ORDER - THE ORDER WBCI1250
      *********  NEEDS TO READ IT - AND THE KEEP DATASET CAN BE
      *********  REPROED STRAIGHT BACK INTO A NEW CLUSTER.  THE KSDS
      *********  WAS OPENED BY 9000 BEFORE ANY FILE WAS SPLIT.
      *********
       3000-ARCHIVE-PAY-HISTORY.
           MOVE FILE-PAY TO FILE-SUB.
           OPEN OUTPUT PAY-ARCH-FILE.
           OPEN OUTPUT PAY-KEEP-FILE.
           PERFORM 8200-READ-PAY-HISTORY.
           PERFORM 3100-SPLIT-PAY-HISTORY
               UNTIL PAY-EOF.
           CLOSE PAY-HISTORY-FILE.
           CLOSE PAY-ARCH-FILE.
           CLOSE PAY-KEEP-FILE.
      *********
      *********  A WBCI1220 REVERSAL IS AGED BY THE RUN DATE OF THE
      *********  CYCLE IT REVERSED, SO IT IS ALWAYS ARCHIVED OR KEPT
      *********  TOGETHER WITH THAT CYCLE'S RECORD.
      *********
       3100-SPLIT-PAY-HISTORY.
           IF PAY-REVERSAL-ENTRY
               MOVE PAY-ADJ-REF-DATE TO RECORD-DATE
           ELSE
               MOVE PAY-RUN-DATE TO RECORD-DATE
           END-IF.
           MOVE PAY-TOTAL TO RECORD-AMOUNT.
           PERFORM 5000-COUNT-READ.
           IF ARC-ACTIVE (FILE-SUB)
              AND RECORD-DATE < ARC-CUTOFF-DATE (FILE-SUB)
               WRITE PAY-ARCH-RECORD FROM PAY-HISTORY-RECORD
               PERFORM 5100-COUNT-MOVED
           ELSE
               WRITE PAY-KEEP-RECORD FROM PAY-HISTORY-RECORD
               PERFORM 5200-COUNT-KEPT
           END-IF.
           PERFORM 8200-READ-PAY-HISTORY.
      *********
      *********  BEFORE-IMAGE, MOVED AND KEPT TOTALS FOR THE FILE IN
      *********  FILE-SUB.
      *********
       5000-COUNT-READ.
           ADD 1 TO ARC-READ-COUNT (FILE-SUB).
           ADD RECORD-AMOUNT TO ARC-READ-AMOUNT (FILE-SUB).
      *********
       5100-COUNT-MOVED.
           ADD 1 TO ARC-MOVED-COUNT (FILE-SUB).
           ADD RECORD-AMOUNT TO ARC-MOVED-AMOUNT (FILE-SUB).
      *********
       5200-COUNT-KEPT.
           ADD 1 TO ARC-KEPT-COUNT (FILE-SUB).
           ADD RECORD-AMOUNT TO ARC-KEPT-AMOUNT (FILE-SUB).
      *********
      *********  PRINT HEADERS FOR THE ARCHIVE REPORT
      *********
       6200-PRINT-ARC-HEADERS.
               MOVE ARC-PAGE-COUNT TO ARC-PAGE.
               MOVE DATE-CCYY TO ARC-RUN-CCYY.
               MOVE DATE-MM TO ARC-RUN-MM.
               MOVE DATE-DD TO ARC-RUN-DD.
               WRITE ARCHIVE-RPT-RECORD FROM BLANK-LINE.
               WRITE ARCHIVE-RPT-RECORD FROM ARC-HDR1.
               WRITE ARCHIVE-RPT-RECORD FROM BLANK-LINE.
               WRITE ARCHIVE-RPT-RECORD FROM ARC-HDR2.
               ADD 1 TO ARC-PAGE-COUNT.
               MOVE 4 TO ARC-LINE-COUNT.
      *********
      *********  PRINT ONE FILE'S RETENTION AND CUTOFF, ITS READ,
      *********  MOVED AND KEPT TOTALS, AND WHETHER MOVED PLUS KEPT
      *********  COMES BACK TO WHAT WAS READ.
      *********
       6500-PRINT-FILE-TOTALS.
           IF ARC-LINE-COUNT GREATER THAN 50
               PERFORM 6200-PRINT-ARC-HEADERS.
           WRITE ARCHIVE-RPT-RECORD FROM BLANK-LINE.
           IF ARC-ACTIVE (FILE-SUB)
               MOVE ARC-FILE-NAME (FILE-SUB) TO ARC-DTL-NAME
               MOVE ARC-RETAIN-MONTHS (FILE-SUB) TO ARC-DTL-MONTHS
               MOVE ARC-CUTOFF-DATE (FILE-SUB) (5:2) TO ARC-DTL-CUT-MM
               MOVE ARC-CUTOFF-DATE (FILE-SUB) (7:2) TO ARC-DTL-CUT-DD
               MOVE ARC-CUTOFF-DATE (FILE-SUB) (1:4)
                   TO ARC-DTL-CUT-CCYY
               MOVE SPACES TO ARC-DTL-NOTE
               IF ARC-CUTOFF-HELD (FILE-SUB)
                   MOVE 'HELD AT START OF CURRENT YEAR'
                       TO ARC-DTL-NOTE
               END-IF
               WRITE ARCHIVE-RPT-RECORD FROM ARC-FILE-DTL
           ELSE
               MOVE ARC-FILE-NAME (FILE-SUB) TO ARC-SKP-NAME
               WRITE ARCHIVE-RPT-RECORD FROM ARC-SKIP-DTL
           END-IF.
           MOVE 'READ (BEFORE IMAGE)' TO ARC-CNT-LABEL.
           MOVE ARC-READ-COUNT (FILE-SUB) TO ARC-CNT-COUNT.
           MOVE ARC-READ-AMOUNT (FILE-SUB) TO ARC-CNT-AMOUNT.
           WRITE ARCHIVE-RPT-RECORD FROM ARC-CNT-DTL.
           MOVE 'MOVED TO ARCHIVE' TO ARC-CNT-LABEL.
           MOVE ARC-MOVED-COUNT (FILE-SUB) TO ARC-CNT-COUNT.
           MOVE ARC-MOVED-AMOUNT (FILE-SUB) TO ARC-CNT-AMOUNT.
           WRITE ARCHIVE-RPT-RECORD FROM ARC-CNT-DTL.
           MOVE 'KEPT ON LIVE FILE' TO ARC-CNT-LABEL.
           MOVE ARC-KEPT-COUNT (FILE-SUB) TO ARC-CNT-COUNT.
           MOVE ARC-KEPT-AMOUNT (FILE-SUB) TO ARC-CNT-AMOUNT.
           WRITE ARCHIVE-RPT-RECORD FROM ARC-CNT-DTL.
           IF ARC-MOVED-COUNT (FILE-SUB) + ARC-KEPT-COUNT (FILE-SUB)
                  = ARC-READ-COUNT (FILE-SUB)
              AND ARC-MOVED-AMOUNT (FILE-SUB)
                  + ARC-KEPT-AMOUNT (FILE-SUB)
                  = ARC-READ-AMOUNT (FILE-SUB)
               MOVE 'BALANCED - MOVED PLUS KEPT EQUALS READ'
                   TO ARC-BAL-FLAG
           ELSE
               MOVE 'Y' TO OUT-OF-BALANCE-SW
               MOVE '*** OUT OF BALANCE - LIVE FILE NOT TO BE RELOADED'
                   TO ARC-BAL-FLAG
           END-IF.
           WRITE ARCHIVE-RPT-RECORD FROM ARC-BAL-DTL.
           ADD 6 TO ARC-LINE-COUNT.
      *********
      *********
       8000-READ-JOURNAL.
           READ JOURNAL-FILE INTO MAINT-JOURNAL-RECORD
               AT END
                 MOVE 'Y' TO JRNL-EOF-SW.
      *********
       8100-READ-TERM-HISTORY.
           READ TERM-HISTORY-FILE INTO TERM-HISTORY-RECORD
               AT END
                 MOVE 'Y' TO TERM-EOF-SW.
      *********
       8200-READ-PAY-HISTORY.
           READ PAY-HISTORY-FILE INTO PAY-HISTORY-RECORD
               AT END
                 MOVE 'Y' TO PAY-EOF-SW.
      *********
      *********  THE PAY HISTORY KSDS IS OPENED AND CHECKED BEFORE ANY
      *********  FILE IS SPLIT, SO A CLUSTER THAT WILL NOT OPEN ENDS
      *********  THE RUN RC 12 WITH ALL THREE FILES UNTOUCHED.
      *********
       9000-OPEN-PAY-HISTORY.
           OPEN INPUT  PAY-HISTORY-FILE.
           IF NOT PAY-HIST-IO-GOOD
               MOVE 'Y' TO PAY-OPEN-ERROR-SW
               MOVE SPACES TO ARCHIVE-RPT-RECORD
               STRING '  PAY HISTORY OPEN FAILED STATUS '
                      PAY-HIST-STATUS
                      ' - NOTHING ARCHIVED, LIVE FILES UNCHANGED'
                      DELIMITED BY SIZE
                      INTO ARCHIVE-RPT-RECORD
               END-STRING
               WRITE ARCHIVE-RPT-RECORD
           END-IF.
      *********
      *********  THE RETENTION CARD MUST BE PRESENT.  EACH FILE'S
      *********  MONTHS MUST BE BLANK (NOT ARCHIVED) OR NUMERIC; ZERO
      *********  ALSO MEANS NOT ARCHIVED.  ANYTHING ELSE STOPS THE RUN
      *********  BEFORE ANY FILE IS READ.
      *********
       9200-READ-RETENTION-CARD.
           MOVE 'N' TO CARD-ERROR-SW.
           MOVE 'MAINT JOURNAL' TO ARC-FILE-NAME (FILE-JRNL).
           MOVE 'TERMINATION HISTORY' TO ARC-FILE-NAME (FILE-TERM).
           MOVE 'PAY HISTORY' TO ARC-FILE-NAME (FILE-PAY).
           PERFORM 9210-CLEAR-FILE-ENTRY
               VARYING FILE-SUB FROM 1 BY 1
                 UNTIL FILE-SUB > FILE-MAX.
           OPEN INPUT RETENTION-FILE.
           READ RETENTION-FILE INTO RETENTION-CONTROL-CARD
               AT END
                 MOVE 'Y' TO CARD-ERROR-SW
                 MOVE '  RETCTL RETENTION CARD MISSING - NOTHING ARCHIVE
      -               'D' TO ARCHIVE-RPT-RECORD
                 WRITE ARCHIVE-RPT-RECORD
           END-READ.
           CLOSE RETENTION-FILE.
           IF CARD-ERROR
               GO TO 9200-EXIT.
           IF (RET-JOURNAL-MONTHS NOT = SPACES
               AND RET-JOURNAL-MONTHS NOT NUMERIC)
              OR (RET-TERMHIST-MONTHS NOT = SPACES
               AND RET-TERMHIST-MONTHS NOT NUMERIC)
              OR (RET-PAYHIST-MONTHS NOT = SPACES
               AND RET-PAYHIST-MONTHS NOT NUMERIC)
               MOVE 'Y' TO CARD-ERROR-SW
               MOVE '  RETCTL RETENTION MONTHS NOT NUMERIC - NOTHING AR
      -             'CHIVED' TO ARCHIVE-RPT-RECORD
               WRITE ARCHIVE-RPT-RECORD
               GO TO 9200-EXIT.
           IF RET-JOURNAL-MONTHS NUMERIC
               MOVE RET-JOURNAL-MONTHS-NUM
                   TO ARC-RETAIN-MONTHS (FILE-JRNL).
           IF RET-TERMHIST-MONTHS NUMERIC
               MOVE RET-TERMHIST-MONTHS-NUM
                   TO ARC-RETAIN-MONTHS (FILE-TERM).
           IF RET-PAYHIST-MONTHS NUMERIC
               MOVE RET-PAYHIST-MONTHS-NUM
                   TO ARC-RETAIN-MONTHS (FILE-PAY).
           PERFORM 9220-SET-CUTOFF
               VARYING FILE-SUB FROM 1 BY 1
                 UNTIL FILE-SUB > FILE-MAX.
      *********
      *********  PAY HISTORY IS NEVER CUT INSIDE THE CURRENT YEAR.
      *********
           MOVE DATE-CCYY TO CUT-YS-CCYY.
           IF ARC-ACTIVE (FILE-PAY)
              AND ARC-CUTOFF-DATE (FILE-PAY) > CUT-YEAR-START
               MOVE CUT-YEAR-START TO ARC-CUTOFF-DATE (FILE-PAY)
               MOVE 'Y' TO ARC-HELD-SW (FILE-PAY).
       9200-EXIT.
           EXIT.
      *********
       9210-CLEAR-FILE-ENTRY.
           MOVE 0 TO ARC-RETAIN-MONTHS (FILE-SUB).
           MOVE SPACES TO ARC-CUTOFF-DATE (FILE-SUB).
           MOVE 'N' TO ARC-ACTIVE-SW (FILE-SUB).
           MOVE 'N' TO ARC-HELD-SW (FILE-SUB).
           MOVE 0 TO ARC-READ-COUNT (FILE-SUB).
           MOVE 0 TO ARC-READ-AMOUNT (FILE-SUB).
           MOVE 0 TO ARC-MOVED-COUNT (FILE-SUB).
           MOVE 0 TO ARC-MOVED-AMOUNT (FILE-SUB).
           MOVE 0 TO ARC-KEPT-COUNT (FILE-SUB).
           MOVE 0 TO ARC-KEPT-AMOUNT (FILE-SUB).
      *********
      *********  THE CUTOFF IS THE RUN DATE LESS THE RETENTION
      *********  MONTHS.  A RECORD DATED BEFORE IT IS ARCHIVED.
      *********
       9220-SET-CUTOFF.
           IF ARC-RETAIN-MONTHS (FILE-SUB) > 0
               MOVE 'Y' TO ARC-ACTIVE-SW (FILE-SUB)
               COMPUTE CUT-MONTH-COUNT = DATE-CCYY * 12
                                       + DATE-MM - 1
                                       - ARC-RETAIN-MONTHS (FILE-SUB)
               DIVIDE CUT-MONTH-COUNT BY 12
                   GIVING CUT-CCYY
                   REMAINDER CUT-MONTH-REM
               COMPUTE CUT-MM = CUT-MONTH-REM + 1
               MOVE DATE-DD TO CUT-DD
               MOVE CUT-DATE TO ARC-CUTOFF-DATE (FILE-SUB)
           END-IF.
