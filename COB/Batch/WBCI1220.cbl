
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WBCI1220.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  PROGRAM APPLIES OFF-CYCLE PAY ADJUSTMENTS FROM THE PAY        *
      *  ADJUSTMENT TRANSACTION FILE.  A TRANSACTION MAY REVERSE AN    *
      *  EMPLOYEE'S PAY FOR A PRIOR COMPENSATION RUN DATE OF THE       *
      *  CURRENT YEAR, PAY A ONE-OFF CORRECTION OR BONUS AMOUNT, OR    *
      *  BOTH - THE WAY A WRONG CYCLE IS PUT RIGHT WITHOUT A FORCED    *
      *  RERUN OF WBCI1206.                                            *
      *                                                                *
      *  A REVERSAL TAKES BACK EVERY FIGURE OF THE CYCLE'S PAY HISTORY *
      *  RECORD AND MARKS THAT RECORD REVERSED, SO A CYCLE CAN ONLY BE *
      *  REVERSED ONCE.  A CORRECTION IS PAID IN THE PAY ELEMENT CODED *
      *  ON THE TRANSACTION, WITH NATIONAL WITHHOLDING AT THE          *
      *  EMPLOYEE'S PERCENT CAPPED AGAINST RVIIEMP.MAXNATL AND STATE   *
      *  WITHHOLDING AT THE WORK STATE'S RATE AND CAP - THE SAME RULES *
      *  THE COMPENSATION CYCLE APPLIES.  NO VOLUNTARY DEDUCTIONS ARE  *
      *  TAKEN FROM A CORRECTION.                                      *
      *                                                                *
      *  FOR EACH APPLIED TRANSACTION THE NET CHANGE IN GROSS IS       *
      *  POSTED TO RVIIEMP.YTDSAL, AN OFFSETTING PAY HISTORY RECORD IS *
      *  ADDED UNDER TODAY'S RUN DATE FOR THE REVERSAL AND FOR THE     *
      *  CORRECTION, AND A TYPE 'A' ADJUSTMENT EXTRACT RECORD IS       *
      *  WRITTEN FOR EACH, SO THE WBCI1250 STATEMENTS AND ITS YTDSAL   *
      *  PROOF STILL BALANCE.  THE YTDSAL UPDATE AND THE PAY HISTORY   *
      *  RECORDS FOR ONE TRANSACTION STAND OR FALL TOGETHER: A PAY     *
      *  HISTORY FAILURE BACKS OUT WHAT WAS WRITTEN AND ROLLS THE      *
      *  UPDATE BACK.                                                  *
      *                                                                *
      *  EVERY TRANSACTION - APPLIED OR REJECTED - IS PRINTED ON THE   *
      *  AUDIT REPORT WITH ITS DISPOSITION AND THE USER IDS THAT KEYED *
      *  AND APPROVED IT.  THE RUN-CONTROL RECORD CARRIES THE TOTALS,  *
      *  AND THE STEP ENDS RC 4 WHEN ANY TRANSACTION WAS REJECTED AND  *
      *  RC 8 WHEN A POSTING FAILED OR THE EXTRACT, THE PAY HISTORY    *
      *  AND THE YTDSAL POSTING DO NOT AGREE.                          *
      *                                                                *
      *  INPUT FILE  - PAY ADJUSTMENT TRANSACTIONS (SEQUENTIAL)        *
      *              - EMPLOYEE MASTER FILE (VSAM)                     *
      *              - REGION AND STATE TAX REFERENCE FILES            *
      *  I/O FILE    - EMPLOYEE PAY HISTORY (VSAM)                     *
      *              - EMPLOYEE YTD TABLE (DB2)                        *
      *  OUTPUT FILE - ADJUSTMENT EXTRACT, ADJUSTMENT RUN-CONTROL      *
      *                RECORD AND ADJUSTMENT AUDIT REPORT.             *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EMP-KEY
               FILE STATUS IS MASTER-FILE-STATUS.
      ******************************************************************
      *  PAY-HISTORY-FILE IS READ BY KEY FOR THE CYCLE BEING REVERSED, *
      *  WHICH IS THEN REWRITTEN MARKED REVERSED, AND THE ADJUSTMENT   *
      *  RECORDS ARE ADDED UNDER TODAY'S DATE AT THE NEXT FREE ENTRY   *
      *  SEQUENCE.                                                     *
      ******************************************************************
           SELECT PAY-HISTORY-FILE
               ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PAYFD-KEY
               FILE STATUS IS PAY-HIST-STATUS.
           SELECT ADJ-TRAN-FILE  ASSIGN TO ADJTRAN.
           SELECT REGION-FILE    ASSIGN TO REGFILE.
           SELECT STATE-TAX-FILE ASSIGN TO STTXFILE.
      ******************************************************************
      *  ADJ-EXTRACT-FILE AND ADJ-CONTROL-FILE ARE THE ADJUSTMENT      *
      *  RUN'S OWN GENERATIONS - KEPT APART FROM THE CYCLE'S COMPEXTR  *
      *  AND RUNCTL SO NOTHING READING THE CYCLE'S OUTPUT, AND NOT     *
      *  THE CYCLE'S DOUBLE-RUN GUARD, EVER MISTAKES AN ADJUSTMENT RUN *
      *  FOR A COMPENSATION RUN.                                       *
      ******************************************************************
           SELECT ADJ-EXTRACT-FILE
                                 ASSIGN TO ADJEXTR.
           SELECT ADJ-CONTROL-FILE
                                 ASSIGN TO ADJCTL.
           SELECT AUDIT-FILE     ASSIGN TO ADJRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE
           RECORD CONTAINS 198 CHARACTERS.
       01  EMPLOYEE-RECORD.
           05 EMP-KEY                 PIC X(5).
           05 EMP-STUFF               PIC X(193).
       FD  PAY-HISTORY-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  PAY-HIST-FD-RECORD.
           05 PAYFD-KEY               PIC X(15).
           05 PAYFD-DATA              PIC X(185).
       FD  ADJ-TRAN-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  ADJ-TRAN-RECORD            PIC X(80).
       FD  REGION-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REGION-FILE-RECORD         PIC X(80).
       FD  STATE-TAX-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  STATE-TAX-FILE-RECORD      PIC X(80).
       FD  ADJ-EXTRACT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  ADJ-EXTRACT-FD-RECORD      PIC X(100).
       FD  ADJ-CONTROL-FILE
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01  ADJ-CONTROL-FD-RECORD      PIC X(150).
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  AUDIT-RECORD               PIC X(132).
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL DECLARE RVIIEMP TABLE
           ( EMPNO                          CHAR(5)      NOT NULL,
             LASTNAME                       CHAR(15)     NOT NULL,
             FIRSTNAME                      CHAR(10)     NOT NULL,
             MIDINIT                        CHAR(1),
             YTDSAL                         DECIMAL(10, 2),
             MAXNATL                        DECIMAL(10, 2)
           ) END-EXEC.
       01  EMPNO                      PIC X(5).
       01  YTDSAL                     PIC S99999999V99 USAGE COMP-3.
       01  MAXNATL                    PIC S99999999V99 USAGE COMP-3.
      *********
      *********  NET CHANGE IN GROSS FOR ONE TRANSACTION - THE
      *********  CORRECTION LESS THE CYCLE REVERSED - POSTED TO YTDSAL.
      *********
       01  YTD-CHANGE                 PIC S9(8)V99 COMP-3 VALUE 0.
      ******************************************************************
      *  RECORD LAYOUTS FOR THE ADJUSTMENT TRANSACTION, THE WORK-AREA  *
      *  VIEW OF THE MASTER RECORD, THE PAY HISTORY RECORD, THE        *
      *  EXTRACT RECORD AND THE ADJUSTMENT RUN-CONTROL RECORD.         *
      ******************************************************************
       COPY ADJC.
       COPY EMPW.
       COPY PAYC.
       COPY EXTC.
       COPY ACTC.
      ******************************************************************
      *  RECORD LAYOUTS FOR THE REGION AND STATE TAX REFERENCE FILES.  *
      ******************************************************************
       COPY REGC.
       COPY STXC.
      ******************************************************************
       01  MASTER-IMAGE               PIC X(198).
      *********
      *********  THE CYCLE RECORD BEING REVERSED AS READ, AND THE
      *********  REVERSAL AND CORRECTION RECORDS AS WRITTEN - KEPT SO
      *********  A FAILED WRITE CAN BE BACKED OUT AND SO THE EXTRACT
      *********  AND TOTALS ARE TAKEN FROM EXACTLY WHAT WENT TO PAY
      *********  HISTORY.
      *********
       01  ORIG-PAY-IMAGE             PIC X(200).
       01  REV-PAY-IMAGE              PIC X(200).
       01  COR-PAY-IMAGE              PIC X(200).
       01  PROBE-PAY-IMAGE            PIC X(200).
       01  PROBE-KEY.
           05  PROBE-EMP              PIC X(5).
           05  PROBE-DATE             PIC X(8).
           05  PROBE-SEQ              PIC 9(2).
      ******************************************************************
       01  MASTER-FILE-STATUS         PIC XX       VALUE '  '.
           88  MASTER-IO-GOOD                      VALUE '00'.
           88  MASTER-NOT-FOUND                    VALUE '23'.
       01  PAY-HIST-STATUS            PIC XX       VALUE '  '.
           88  PAY-HIST-IO-GOOD                    VALUE '00'.
           88  PAY-HIST-NOT-FOUND                  VALUE '23'.
       01  SWITCHES.
           05  TRAN-EOF-SW            PIC X        VALUE 'N'.
               88  TRAN-EOF                        VALUE 'Y'.
           05  TRAN-VALID-SW          PIC X        VALUE 'Y'.
               88  TRAN-VALID                      VALUE 'Y'.
               88  TRAN-INVALID                    VALUE 'N'.
           05  REGION-EOF-SW          PIC X        VALUE 'N'.
               88  REGION-EOF                      VALUE 'Y'.
           05  STATE-TAX-EOF-SW       PIC X        VALUE 'N'.
               88  STATE-TAX-EOF                   VALUE 'Y'.
           05  STATE-TAX-FOUND-SW     PIC X        VALUE 'N'.
               88  STATE-TAX-FOUND                 VALUE 'Y'.
           05  REVERSAL-SW            PIC X        VALUE 'N'.
               88  REVERSAL-REQUESTED              VALUE 'Y'.
           05  CORRECTION-SW          PIC X        VALUE 'N'.
               88  CORRECTION-REQUESTED            VALUE 'Y'.
           05  MASTER-FOUND-SW        PIC X        VALUE 'N'.
               88  MASTER-FOUND                    VALUE 'Y'.
           05  SEQ-FREE-SW            PIC X        VALUE 'N'.
               88  SEQ-FREE                        VALUE 'Y'.
           05  REV-WRITTEN-SW         PIC X        VALUE 'N'.
               88  REV-WRITTEN                     VALUE 'Y'.
           05  ORIG-MARKED-SW         PIC X        VALUE 'N'.
               88  ORIG-MARKED                     VALUE 'Y'.
           05  COR-WRITTEN-SW         PIC X        VALUE 'N'.
               88  COR-WRITTEN                     VALUE 'Y'.
           05  POST-FAILED-SW         PIC X        VALUE 'N'.
               88  POSTING-FAILED                  VALUE 'Y'.
           05  OUT-OF-BALANCE-SW      PIC X        VALUE 'N'.
               88  OUT-OF-BALANCE                  VALUE 'Y'.
           05  PAY-OPEN-ERROR-SW      PIC X        VALUE 'N'.
               88  PAY-OPEN-ERROR                  VALUE 'Y'.
       01  COUNTERS.
           05  AUD-PAGE-COUNT         PIC 9(3)     VALUE 1.
           05  AUD-LINE-COUNT         PIC S99      VALUE +56.
           05  TRANS-READ             PIC 9(5)     VALUE 0.
           05  TRANS-APPLIED          PIC 9(5)     VALUE 0.
           05  TRANS-REJECTED         PIC 9(5)     VALUE 0.
           05  REVERSAL-COUNT         PIC 9(5)     VALUE 0.
           05  CORRECTION-COUNT       PIC 9(5)     VALUE 0.
           05  PAYHIST-WRITTEN        PIC 9(5)     VALUE 0.
           05  EXTRACT-WRITTEN        PIC 9(5)     VALUE 0.
           05  STATE-MISSING-COUNT    PIC 9(5)     VALUE 0.
       01  NEXT-SEQ                   PIC 9(3)     VALUE 0.
       01  SEQ-NEEDED                 PIC 9        VALUE 0.
      *********
      *********  REGION DEFINITIONS, LOADED AT RUN TIME FROM THE REGION
      *********  REFERENCE FILE - THE SAME TABLE WBCI1206 BUILDS - FOR
      *********  THE REGION NAME CARRIED ON A CORRECTION.
      *********
       01  REGION-DEF-TABLE.
           05  REGION-COUNT      PIC 99      VALUE 0.
           05  MAX-REGIONS       PIC 99      VALUE 8.
           05  REGION-DEF-ENTRY  OCCURS 8 TIMES.
               10  REGION-DEF-NAME      PIC X(5).
               10  REGION-DEF-ACTIVE-SW PIC X.
                   88  REGION-DEF-ACTIVE         VALUE 'Y'.
       01  REGION-SUB                 PIC 99       VALUE 0.
      *********
      *********  STATE TAX RATES AND ANNUAL CAPS, LOADED AT RUN TIME
      *********  FROM THE STATE TAX REFERENCE FILE AS WBCI1206 LOADS
      *********  THEM.
      *********
       01  STATE-TAX-TABLE.
           05  STATE-TAX-COUNT       PIC 9(3)     VALUE 0.
           05  STATE-TAX-MAX         PIC 9(3)     VALUE 60.
           05  STATE-TAX-ENTRY       OCCURS 60 TIMES
                                     INDEXED BY STX-IX.
               10  STATE-TAX-CODE    PIC X(2).
               10  STATE-TAX-RATE    PIC 99V999.
               10  STATE-TAX-CAP     PIC 9(7)V99.
      *********
      *********  REASON CODE AND TEXT EXPLAINING WHY A TRANSACTION
      *********  WAS REJECTED.  SET BY THE EDIT AND APPLY PARAGRAPHS
      *********  AND PRINTED ON THE AUDIT REPORT.
      *********
       01  REJECT-FIELDS.
           05  REJECT-CODE            PIC X(3)     VALUE SPACES.
           05  REJECT-TEXT            PIC X(30)    VALUE SPACES.
       01  SQLECODE                   PIC -(6)9.
       01  TODAYS-DATE                PIC X(8).
       01  DATE-FIELDS REDEFINES TODAYS-DATE.
           05  DATE-CCYY              PIC 9(4).
           05  DATE-MM                PIC 9(2).
           05  DATE-DD                PIC 9(2).
       01  YEAR-START-DATE.
           05  YEAR-START-CCYY        PIC 9(4)     VALUE 0.
           05  FILLER                 PIC X(4)     VALUE '0101'.
      *********
      *********  FIGURES FOR THE TRANSACTION IN HAND.  THE YTD BASIS
      *********  FOR THE CORRECTION'S WITHHOLDING CAPS IS YTDSAL LESS
      *********  ANY CYCLE REVERSED ON THE SAME TRANSACTION, SINCE THAT
      *********  PAY IS BEING TAKEN BACK.
      *********
       01  ADJUSTMENT-WORK-FIELDS.
           05  REV-GROSS              PIC 9(5)V99  COMP-3.
           05  YTD-BASIS              PIC S9(8)V99 COMP-3.
           05  YTD-WITHHOLD-EST       PIC S9(8)V99 COMP-3.
           05  YTD-STATE-WH-EST       PIC S9(8)V99 COMP-3.
           05  WITHHOLD-PCT-WORK      PIC S9V999   COMP-3.
           05  STATE-PCT-WORK         PIC 99V999.
           05  STATE-CAP-WORK         PIC 9(7)V99.
           05  COR-GROSS              PIC 9(5)V99  COMP-3.
           05  COR-WITHHOLD           PIC 9(5)V99  COMP-3.
           05  COR-STATE-WH           PIC 9(5)V99  COMP-3.
           05  COR-NET                PIC 9(5)V99  COMP-3.
           05  COR-REGION-NAME        PIC X(5).
           05  COR-STATE-MISSING-SW   PIC X.
               88  COR-STATE-MISSING               VALUE 'Y'.
      *********
      *********  NET CHANGE MADE BY THE TRANSACTION IN HAND - THE
      *********  CORRECTION LESS THE REVERSAL, FIELD BY FIELD.
      *********
       01  TRAN-CHANGE-FIELDS.
           05  TRAN-CHG-GROSS         PIC S9(6)V99 COMP-3.
           05  TRAN-CHG-WITHHOLD      PIC S9(6)V99 COMP-3.
           05  TRAN-CHG-STATE-WH      PIC S9(6)V99 COMP-3.
           05  TRAN-CHG-DEDUCT        PIC S9(6)V99 COMP-3.
           05  TRAN-CHG-NET           PIC S9(6)V99 COMP-3.
      *********
      *********  RUN TOTALS.  THE REVERSED AND CORRECTED FIGURES AND
      *********  THE PAY HISTORY NET CHANGE ARE TAKEN FROM THE PAY
      *********  HISTORY RECORDS WRITTEN, THE EXTRACT NET CHANGE FROM
      *********  THE EXTRACT RECORDS WRITTEN AND THE YTD NET CHANGE
      *********  FROM THE YTDSAL UPDATES COMMITTED - THREE INDEPENDENT
      *********  ACCUMULATIONS THAT MUST AGREE AT END OF RUN.
      *********
       01  RUN-TOTALS.
           05  REV-TOT-GROSS          PIC 9(7)V99  COMP-3 VALUE 0.
           05  REV-TOT-WITHHOLD       PIC 9(7)V99  COMP-3 VALUE 0.
           05  REV-TOT-STATE-WH       PIC 9(7)V99  COMP-3 VALUE 0.
           05  REV-TOT-DEDUCT         PIC 9(7)V99  COMP-3 VALUE 0.
           05  REV-TOT-NET            PIC 9(7)V99  COMP-3 VALUE 0.
           05  COR-TOT-GROSS          PIC 9(7)V99  COMP-3 VALUE 0.
           05  COR-TOT-WITHHOLD       PIC 9(7)V99  COMP-3 VALUE 0.
           05  COR-TOT-STATE-WH       PIC 9(7)V99  COMP-3 VALUE 0.
           05  COR-TOT-NET            PIC 9(7)V99  COMP-3 VALUE 0.
           05  HIST-TOT-GROSS         PIC S9(7)V99 COMP-3 VALUE 0.
           05  HIST-TOT-NET           PIC S9(7)V99 COMP-3 VALUE 0.
           05  EXT-TOT-GROSS          PIC S9(7)V99 COMP-3 VALUE 0.
           05  EXT-TOT-NET            PIC S9(7)V99 COMP-3 VALUE 0.
           05  YTD-TOT-POSTED         PIC S9(7)V99 COMP-3 VALUE 0.
           05  CROSS-FOOT-WORK        PIC S9(7)V99 COMP-3 VALUE 0.
      *********
      *********  OFF-CYCLE PAY ADJUSTMENT AUDIT REPORT
      *********
       01  AUDIT-HDR1.
           05  FILLER      PIC X         VALUE SPACES.
           05  FILLER      PIC X(10)
                              VALUE  'RUN DATE  '.
           05  AUD-RUN-MM  PIC 99.
           05  FILLER      PIC X         VALUE '/'.
           05  AUD-RUN-DD  PIC 99.
           05  FILLER      PIC X         VALUE '/'.
           05  AUD-RUN-CCYY
                           PIC 9(4).
           05  FILLER      PIC X(9)      VALUE SPACES.
           05  FILLER      PIC X(31)
                  VALUE  'OFF-CYCLE PAY ADJUSTMENT REPORT'.
           05  FILLER      PIC X(13)     VALUE SPACES.
           05  FILLER      PIC X(5)      VALUE 'PAGE '.
           05  AUD-PAGE    PIC ZZ9.
       01  AUDIT-HDR2.
           05  FILLER      PIC X         VALUE SPACES.
           05  FILLER      PIC X(3)      VALUE 'ACT'.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(5)      VALUE 'EMPL '.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(10)     VALUE 'REVERSED'.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(10)     VALUE 'ELEMENT'.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(8)      VALUE 'RESULT'.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(34)     VALUE 'REASON'.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(8)      VALUE 'KEYED BY'.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(8)      VALUE 'APPROVED'.
       01  AUDIT-HDR3.
           05  FILLER      PIC X(24)     VALUE SPACES.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(13)     VALUE '        GROSS'.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(13)     VALUE '      NATL WH'.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(13)     VALUE '     STATE WH'.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(13)     VALUE '   DEDUCTIONS'.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(13)     VALUE '      NET PAY'.
       01  AUDIT-DTL.
           05  FILLER                 PIC X         VALUE SPACES.
           05  AUD-DTL-ACTION         PIC X(3).
           05  FILLER                 PIC X(2)      VALUE SPACES.
           05  AUD-DTL-EMP-NUM        PIC X(5).
           05  FILLER                 PIC X(2)      VALUE SPACES.
           05  AUD-DTL-REV-DATE       PIC X(10).
           05  FILLER                 PIC X(2)      VALUE SPACES.
           05  AUD-DTL-ELEMENT        PIC X(10).
           05  FILLER                 PIC X(2)      VALUE SPACES.
           05  AUD-DTL-RESULT         PIC X(8).
           05  FILLER                 PIC X(2)      VALUE SPACES.
           05  AUD-DTL-REASON-CODE    PIC X(3).
           05  FILLER                 PIC X         VALUE SPACES.
           05  AUD-DTL-REASON-TEXT    PIC X(30).
           05  FILLER                 PIC X(2)      VALUE SPACES.
           05  AUD-DTL-KEYED-BY       PIC X(8).
           05  FILLER                 PIC X(2)      VALUE SPACES.
           05  AUD-DTL-APPROVED-BY    PIC X(8).
      *********
      *********  AMOUNT LINE UNDER AN APPLIED TRANSACTION - ONE FOR
      *********  THE CYCLE REVERSED (SHOWN NEGATIVE), ONE FOR THE
      *********  CORRECTION, AND THE NET CHANGE WHEN THERE ARE BOTH.
      *********  THE SAME LINE CARRIES THE RUN TOTALS.
      *********
       01  AUDIT-AMT-DTL.
           05  FILLER                 PIC X(6)      VALUE SPACES.
           05  AUD-AMT-LABEL          PIC X(18).
           05  FILLER                 PIC X(2)      VALUE SPACES.
           05  AUD-AMT-GROSS          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(2)      VALUE SPACES.
           05  AUD-AMT-WITHHOLD       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(2)      VALUE SPACES.
           05  AUD-AMT-STATE-WH       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(2)      VALUE SPACES.
           05  AUD-AMT-DEDUCT         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(2)      VALUE SPACES.
           05  AUD-AMT-NET            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(2)      VALUE SPACES.
           05  AUD-AMT-NOTE           PIC X(28).
       01  AUDIT-TOTAL-DTL.
           05  FILLER            PIC X(4)      VALUE SPACES.
           05  FILLER            PIC X(12)     VALUE 'TRANS READ  '.
           05  AUD-TOT-READ      PIC ZZZZ9.
           05  FILLER            PIC X(12)     VALUE '    APPLIED '.
           05  AUD-TOT-APPLIED   PIC ZZZZ9.
           05  FILLER            PIC X(12)     VALUE '   REJECTED '.
           05  AUD-TOT-REJECTED  PIC ZZZZ9.
       01  AUDIT-COUNT-DTL.
           05  FILLER            PIC X(4)      VALUE SPACES.
           05  FILLER            PIC X(12)     VALUE 'REVERSALS   '.
           05  AUD-TOT-REVERSALS PIC ZZZZ9.
           05  FILLER            PIC X(12)     VALUE ' CORRECTIONS'.
           05  AUD-TOT-CORRECTIONS
                                 PIC ZZZZ9.
           05  FILLER            PIC X(19)
                   VALUE '   PAY HIST WRITTEN'.
           05  AUD-TOT-PAYHIST   PIC ZZZZ9.
           05  FILLER            PIC X(18)
                   VALUE '   EXTRACT WRITTEN'.
           05  AUD-TOT-EXTRACT   PIC ZZZZ9.
       01  BALANCE-DTL.
           05  FILLER            PIC X(4)      VALUE SPACES.
           05  BAL-LABEL         PIC X(32).
           05  BAL-AMOUNT        PIC Z,ZZZ,ZZ9.99-.
       01  ERROR-LINE            PIC X(132)    VALUE SPACES.
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
           MOVE DATE-CCYY TO YEAR-START-CCYY.
           PERFORM 9000-OPEN THRU 9000-EXIT.
           IF PAY-OPEN-ERROR
               MOVE 12 TO RETURN-CODE
               GOBACK.
           PERFORM 6200-PRINT-AUDIT-HEADERS.
           PERFORM 9250-LOAD-REGION-TABLE.
           PERFORM 9600-LOAD-STATE-TAX-TABLE.
           PERFORM 8000-READ-TRAN.
           PERFORM 1000-PROCESS-TRAN
               UNTIL TRAN-EOF.
           PERFORM 6500-PRINT-AUDIT-TOTALS.
           PERFORM 7500-WRITE-RUN-CONTROL.
           PERFORM 9900-CLOSE.
           IF OUT-OF-BALANCE OR POSTING-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF TRANS-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.
      *********
      *********  EACH TRANSACTION IS FULLY EDITED, AND EVERY FIGURE IT
      *********  NEEDS IS GATHERED, BEFORE ANYTHING IS UPDATED.  ONLY
      *********  A TRANSACTION THAT PASSES EVERY CHECK IS APPLIED;
      *********  ANYTHING ELSE IS REPORTED AS REJECTED WITH THE REASON
      *********  AND PAY HISTORY AND YTDSAL ARE LEFT AS THEY WERE.
      *********
       1000-PROCESS-TRAN.
           MOVE 'Y'    TO TRAN-VALID-SW.
           MOVE SPACES TO REJECT-CODE.
           MOVE SPACES TO REJECT-TEXT.
           MOVE 'N' TO REV-WRITTEN-SW.
           MOVE 'N' TO ORIG-MARKED-SW.
           MOVE 'N' TO COR-WRITTEN-SW.
           INITIALIZE ADJUSTMENT-WORK-FIELDS.
           INITIALIZE TRAN-CHANGE-FIELDS.
           MOVE 'N' TO COR-STATE-MISSING-SW.
           MOVE 0 TO YTD-CHANGE.
           PERFORM 5000-EDIT-TRAN THRU 5000-EXIT.
           IF TRAN-VALID
               PERFORM 2000-GATHER-FIGURES THRU 2000-EXIT.
           IF TRAN-VALID
               PERFORM 3000-APPLY-ADJUSTMENT THRU 3000-EXIT.
           IF TRAN-VALID
               ADD 1 TO TRANS-APPLIED
               PERFORM 6000-WRITE-AUDIT-LINE
           ELSE
               ADD 1 TO TRANS-REJECTED
               PERFORM 6000-WRITE-AUDIT-LINE
           END-IF.
           PERFORM 8000-READ-TRAN.
      *********
      *********  READ THE EMPLOYEE MASTER, THE CYCLE RECORD BEING
      *********  REVERSED AND THE EMPLOYEE'S RVIIEMP ROW, AND WORK OUT
      *********  THE CORRECTION.  A REVERSAL NEEDS NO MASTER RECORD -
      *********  THE PAY HISTORY RECORD CARRIES EVERY FIGURE TAKEN
      *********  BACK, SO A TERMINATED AND DELETED EMPLOYEE CAN STILL
      *********  BE REVERSED - BUT A CORRECTION IS WITHHELD AT THE
      *********  PERCENT AND IN THE REGION AND STATE ON THE MASTER.
      *********  MANAGERS ARE NOT ON PAY HISTORY AND ARE REFUSED.
      *********
       2000-GATHER-FIGURES.
           MOVE 'N' TO MASTER-FOUND-SW.
           MOVE ADJ-EMP-NUMBER TO EMP-KEY.
           READ EMPLOYEE-FILE INTO MASTER-IMAGE
               INVALID KEY CONTINUE
           END-READ.
           IF MASTER-IO-GOOD
               MOVE 'Y' TO MASTER-FOUND-SW
               MOVE MASTER-IMAGE (1:80) TO EMPLOYEE-WORK-AREA.
           IF MASTER-FOUND AND MANAGEMENT
               MOVE 'N' TO TRAN-VALID-SW
               MOVE 'A09' TO REJECT-CODE
               MOVE 'MANAGER PAY NOT ON PAY HISTORY' TO REJECT-TEXT
               GO TO 2000-EXIT.
           IF CORRECTION-REQUESTED AND NOT MASTER-FOUND
               MOVE 'N' TO TRAN-VALID-SW
               MOVE 'A08' TO REJECT-CODE
               MOVE 'EMPLOYEE NOT ON MASTER' TO REJECT-TEXT
               GO TO 2000-EXIT.
           IF CORRECTION-REQUESTED
               PERFORM 2100-CHECK-REGION THRU 2100-EXIT
               IF TRAN-INVALID
                   GO TO 2000-EXIT.
           IF REVERSAL-REQUESTED
               PERFORM 2300-READ-REVERSED-CYCLE THRU 2300-EXIT
               IF TRAN-INVALID
                   GO TO 2000-EXIT.
           MOVE ADJ-EMP-NUMBER TO EMPNO.
           EXEC SQL
               SELECT YTDSAL, MAXNATL
                 INTO :YTDSAL, :MAXNATL
                 FROM RVIIEMP
                WHERE EMPNO = :EMPNO
           END-EXEC.
           IF SQLCODE = +100
               MOVE 'N' TO TRAN-VALID-SW
               MOVE 'A12' TO REJECT-CODE
               MOVE 'NO RVIIEMP ROW FOR EMPLOYEE' TO REJECT-TEXT
               GO TO 2000-EXIT.
           IF SQLCODE NOT = 0
               MOVE 'N' TO TRAN-VALID-SW
               MOVE 'Y' TO POST-FAILED-SW
               MOVE SQLCODE TO SQLECODE
               MOVE 'A12' TO REJECT-CODE
               STRING 'RVIIEMP SELECT SQLCODE ' SQLECODE
                      DELIMITED BY SIZE
                      INTO REJECT-TEXT
               END-STRING
               GO TO 2000-EXIT.
           COMPUTE YTD-BASIS = YTDSAL - REV-GROSS.
           IF CORRECTION-REQUESTED
               PERFORM 2500-COMPUTE-CORRECTION.
           COMPUTE YTD-CHANGE = COR-GROSS - REV-GROSS.
       2000-EXIT.
           EXIT.
      *********
      *********  THE CORRECTION CARRIES THE REGION NAME OF THE
      *********  EMPLOYEE'S REGION ON THE REFERENCE FILE, AS THE
      *********  CYCLE'S OWN RECORDS DO.
      *********
       2100-CHECK-REGION.
           IF WA-EMP-REGION NOT NUMERIC
               MOVE 'N' TO TRAN-VALID-SW
               MOVE 'A15' TO REJECT-CODE
               MOVE 'REGION NOT ON REF FILE' TO REJECT-TEXT
               GO TO 2100-EXIT.
           IF WA-EMP-REGION < 1
              OR WA-EMP-REGION > REGION-COUNT
               MOVE 'N' TO TRAN-VALID-SW
               MOVE 'A15' TO REJECT-CODE
               MOVE 'REGION NOT ON REF FILE' TO REJECT-TEXT
               GO TO 2100-EXIT.
           MOVE REGION-DEF-NAME (WA-EMP-REGION) TO COR-REGION-NAME.
       2100-EXIT.
           EXIT.
      *********
      *********  READ THE COMPENSATION CYCLE'S OWN RECORD (ENTRY
      *********  SEQUENCE 00) FOR THE RUN DATE BEING REVERSED.  A
      *********  CYCLE ALREADY MARKED REVERSED IS REFUSED, SO THE SAME
      *********  PAY IS NEVER TAKEN BACK TWICE.
      *********
       2300-READ-REVERSED-CYCLE.
           MOVE ADJ-EMP-NUMBER TO PROBE-EMP.
           MOVE ADJ-REVERSE-DATE TO PROBE-DATE.
           MOVE 0 TO PROBE-SEQ.
           MOVE PROBE-KEY TO PAYFD-KEY.
           READ PAY-HISTORY-FILE INTO PAY-HISTORY-RECORD
               INVALID KEY CONTINUE
           END-READ.
           IF PAY-HIST-NOT-FOUND
               MOVE 'N' TO TRAN-VALID-SW
               MOVE 'A10' TO REJECT-CODE
               MOVE 'NO CYCLE PAY FOR REVERSE DATE' TO REJECT-TEXT
               GO TO 2300-EXIT.
           IF NOT PAY-HIST-IO-GOOD
               MOVE 'N' TO TRAN-VALID-SW
               MOVE 'A13' TO REJECT-CODE
               STRING 'PAY HIST READ FAIL STATUS '
                      PAY-HIST-STATUS
                      DELIMITED BY SIZE
                      INTO REJECT-TEXT
               END-STRING
               GO TO 2300-EXIT.
           IF PAY-REVERSED
               MOVE 'N' TO TRAN-VALID-SW
               MOVE 'A11' TO REJECT-CODE
               MOVE 'CYCLE ALREADY REVERSED' TO REJECT-TEXT
               GO TO 2300-EXIT.
           MOVE PAY-HISTORY-RECORD TO ORIG-PAY-IMAGE.
           MOVE PAY-TOTAL TO REV-GROSS.
       2300-EXIT.
           EXIT.
      *********
      *********  THE CORRECTION'S WITHHOLDING, FIGURED THE WAY THE
      *********  COMPENSATION CYCLE FIGURES IT: THE EMPLOYEE'S PERCENT
      *********  OF THE GROSS, CAPPED SO THE YEAR'S NATIONAL
      *********  WITHHOLDING (TAKEN AS THE YTD BASIS AT THAT PERCENT)
      *********  NEVER PASSES MAXNATL, THEN THE WORK STATE'S
      *********  WITHHOLDING CAPPED THE SAME WAY AT THE STATE'S CAP.
      *********
       2500-COMPUTE-CORRECTION.
           MOVE ADJ-AMOUNT-NUM TO COR-GROSS.
           MOVE WA-NATL-TAX-WITHOLD-PCT TO WITHHOLD-PCT-WORK.
           COMPUTE COR-WITHHOLD ROUNDED = COR-GROSS *
               WITHHOLD-PCT-WORK / 100.
           COMPUTE YTD-WITHHOLD-EST ROUNDED = YTD-BASIS *
               WITHHOLD-PCT-WORK / 100.
           IF YTD-WITHHOLD-EST NOT LESS THAN MAXNATL
               MOVE 0 TO COR-WITHHOLD
           ELSE
               IF YTD-WITHHOLD-EST + COR-WITHHOLD > MAXNATL
                   COMPUTE COR-WITHHOLD = MAXNATL - YTD-WITHHOLD-EST
               END-IF
           END-IF.
           PERFORM 2550-COMPUTE-STATE-WITHHOLD THRU 2550-EXIT.
           COMPUTE COR-NET = COR-GROSS - COR-WITHHOLD - COR-STATE-WH.
      *********
      *********  A WORK STATE WITH NO ENTRY ON THE STATE TAX FILE IS
      *********  NOT WITHHELD; THE CORRECTION LINE ON THE AUDIT REPORT
      *********  SAYS SO AND THE EMPLOYEE IS COUNTED.  A STATE WITH NO
      *********  CAP IS UNCAPPED.
      *********
       2550-COMPUTE-STATE-WITHHOLD.
           MOVE 0 TO COR-STATE-WH.
           MOVE 'N' TO STATE-TAX-FOUND-SW.
           IF STATE-TAX-COUNT > 0
               PERFORM 2560-MATCH-STATE-ENTRY
                   VARYING STX-IX FROM 1 BY 1
                   UNTIL STX-IX > STATE-TAX-COUNT
                   OR STATE-TAX-FOUND
           END-IF.
           IF NOT STATE-TAX-FOUND
               MOVE 'Y' TO COR-STATE-MISSING-SW
               ADD 1 TO STATE-MISSING-COUNT
               GO TO 2550-EXIT.
           COMPUTE COR-STATE-WH ROUNDED = COR-GROSS *
               STATE-PCT-WORK / 100.
           IF STATE-CAP-WORK > 0
               COMPUTE YTD-STATE-WH-EST ROUNDED = YTD-BASIS *
                   STATE-PCT-WORK / 100
               IF YTD-STATE-WH-EST NOT LESS THAN STATE-CAP-WORK
                   MOVE 0 TO COR-STATE-WH
               ELSE
                   IF YTD-STATE-WH-EST + COR-STATE-WH
                           > STATE-CAP-WORK
                       COMPUTE COR-STATE-WH = STATE-CAP-WORK
                           - YTD-STATE-WH-EST
                   END-IF
               END-IF
           END-IF.
       2550-EXIT.
           EXIT.
      *********
       2560-MATCH-STATE-ENTRY.
           IF STATE-TAX-CODE (STX-IX) = WA-EMP-STATE
               MOVE 'Y' TO STATE-TAX-FOUND-SW
               MOVE STATE-TAX-RATE (STX-IX) TO STATE-PCT-WORK
               MOVE STATE-TAX-CAP (STX-IX) TO STATE-CAP-WORK
           END-IF.
      *********
      *********  APPLY THE TRANSACTION AS ONE UNIT: POST THE NET
      *********  CHANGE TO YTDSAL, ADD THE REVERSAL AND MARK THE CYCLE
      *********  REVERSED, ADD THE CORRECTION, THEN COMMIT.  IF ANY PAY
      *********  HISTORY WRITE FAILS, WHAT WAS ALREADY WRITTEN FOR THE
      *********  TRANSACTION IS BACKED OUT AND THE YTDSAL UPDATE IS
      *********  ROLLED BACK, SO NEITHER SIDE IS LEFT HALF-ADJUSTED.
      *********  THE EXTRACT RECORDS ARE WRITTEN ONLY ONCE COMMITTED.
      *********
       3000-APPLY-ADJUSTMENT.
           MOVE 0 TO SEQ-NEEDED.
           IF REVERSAL-REQUESTED
               ADD 1 TO SEQ-NEEDED.
           IF CORRECTION-REQUESTED
               ADD 1 TO SEQ-NEEDED.
           PERFORM 3100-FIND-NEXT-SEQ.
           IF NEXT-SEQ + SEQ-NEEDED > 100
               MOVE 'N' TO TRAN-VALID-SW
               MOVE 'A14' TO REJECT-CODE
               MOVE 'NO ENTRY SEQUENCE LEFT TODAY' TO REJECT-TEXT
               GO TO 3000-EXIT.
           MOVE ADJ-EMP-NUMBER TO EMPNO.
           EXEC SQL
               UPDATE RVIIEMP
                  SET YTDSAL = YTDSAL + :YTD-CHANGE
                WHERE EMPNO = :EMPNO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO TRAN-VALID-SW
               MOVE 'Y' TO POST-FAILED-SW
               MOVE SQLCODE TO SQLECODE
               MOVE 'A12' TO REJECT-CODE
               STRING 'YTDSAL UPDATE SQLCODE ' SQLECODE
                      DELIMITED BY SIZE
                      INTO REJECT-TEXT
               END-STRING
               EXEC SQL ROLLBACK END-EXEC
               GO TO 3000-EXIT.
           IF NOT REVERSAL-REQUESTED
               GO TO 3050-WRITE-CORRECTION.
           PERFORM 3200-BUILD-REVERSAL.
           WRITE PAY-HIST-FD-RECORD FROM PAY-HISTORY-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           IF NOT PAY-HIST-IO-GOOD
               PERFORM 3900-BACK-OUT
               GO TO 3000-EXIT.
           MOVE 'Y' TO REV-WRITTEN-SW.
           MOVE PAY-HISTORY-RECORD TO REV-PAY-IMAGE.
           ADD 1 TO NEXT-SEQ.
           MOVE ORIG-PAY-IMAGE TO PAY-HISTORY-RECORD.
           MOVE 'Y' TO PAY-REVERSED-SW.
           REWRITE PAY-HIST-FD-RECORD FROM PAY-HISTORY-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.
           IF NOT PAY-HIST-IO-GOOD
               PERFORM 3900-BACK-OUT
               GO TO 3000-EXIT.
           MOVE 'Y' TO ORIG-MARKED-SW.
       3050-WRITE-CORRECTION.
           IF NOT CORRECTION-REQUESTED
               GO TO 3090-COMMIT.
           PERFORM 3300-BUILD-CORRECTION.
           WRITE PAY-HIST-FD-RECORD FROM PAY-HISTORY-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           IF NOT PAY-HIST-IO-GOOD
               PERFORM 3900-BACK-OUT
               GO TO 3000-EXIT.
           MOVE 'Y' TO COR-WRITTEN-SW.
           MOVE PAY-HISTORY-RECORD TO COR-PAY-IMAGE.
       3090-COMMIT.
           EXEC SQL COMMIT END-EXEC.
           PERFORM 7000-WRITE-EXTRACTS.
           PERFORM 4000-ACCUMULATE-TOTALS.
       3000-EXIT.
           EXIT.
      *********
      *********  FIND THE FIRST ENTRY SEQUENCE NOT YET USED FOR THE
      *********  EMPLOYEE UNDER TODAY'S RUN DATE.  SEQUENCE 00 IS THE
      *********  COMPENSATION CYCLE'S, SO THE SEARCH STARTS AT 01.
      *********
       3100-FIND-NEXT-SEQ.
           MOVE 1 TO NEXT-SEQ.
           MOVE 'N' TO SEQ-FREE-SW.
           PERFORM 3110-PROBE-SEQ
               UNTIL SEQ-FREE OR NEXT-SEQ > 99.
      *********
       3110-PROBE-SEQ.
           MOVE ADJ-EMP-NUMBER TO PROBE-EMP.
           MOVE TODAYS-DATE TO PROBE-DATE.
           MOVE NEXT-SEQ TO PROBE-SEQ.
           MOVE PROBE-KEY TO PAYFD-KEY.
           READ PAY-HISTORY-FILE INTO PROBE-PAY-IMAGE
               INVALID KEY
                   MOVE 'Y' TO SEQ-FREE-SW
           END-READ.
           IF NOT SEQ-FREE
               ADD 1 TO NEXT-SEQ.
      *********
      *********  THE REVERSAL REPEATS EVERY FIGURE OF THE CYCLE RECORD
      *********  - DEDUCTIONS ITEMIZED AS TAKEN - UNDER TODAY'S RUN
      *********  DATE, CARRYING THE RUN DATE IT REVERSES.
      *********
       3200-BUILD-REVERSAL.
           MOVE ORIG-PAY-IMAGE TO PAY-HISTORY-RECORD.
           MOVE TODAYS-DATE TO PAY-RUN-DATE.
           MOVE NEXT-SEQ TO PAY-ENTRY-SEQ.
           MOVE 'V' TO PAY-ENTRY-TYPE.
           MOVE ADJ-REVERSE-DATE TO PAY-ADJ-REF-DATE.
           MOVE SPACE TO PAY-REVERSED-SW.
      *********
      *********  THE CORRECTION IS PAID IN THE ONE PAY ELEMENT CODED.
      *********
       3300-BUILD-CORRECTION.
           MOVE SPACES TO PAY-HISTORY-RECORD.
           MOVE ADJ-EMP-NUMBER TO PAY-EMP-NUMBER.
           MOVE TODAYS-DATE TO PAY-RUN-DATE.
           MOVE NEXT-SEQ TO PAY-ENTRY-SEQ.
           MOVE COR-REGION-NAME TO PAY-REGION.
           MOVE WA-EMP-TYPE TO PAY-EMP-TYPE.
           MOVE 0 TO PAY-WAGES.
           MOVE 0 TO PAY-OT.
           MOVE 0 TO PAY-DT.
           MOVE 0 TO PAY-COMM.
           EVALUATE TRUE
               WHEN ADJ-ELEMENT-OVERTIME
                   MOVE COR-GROSS TO PAY-OT
               WHEN ADJ-ELEMENT-DOUBLE-TIME
                   MOVE COR-GROSS TO PAY-DT
               WHEN ADJ-ELEMENT-COMMISSION
                   MOVE COR-GROSS TO PAY-COMM
               WHEN OTHER
                   MOVE COR-GROSS TO PAY-WAGES
           END-EVALUATE.
           MOVE COR-GROSS TO PAY-TOTAL.
           MOVE COR-WITHHOLD TO PAY-WITHHOLD.
           MOVE COR-NET TO PAY-NET.
           MOVE WA-EMP-STATE TO PAY-STATE.
           MOVE COR-STATE-WH TO PAY-STATE-WITHHOLD.
           MOVE 0 TO PAY-DEDUCT-TOTAL.
           MOVE 0 TO PAY-DEDUCT-COUNT.
           MOVE 'A' TO PAY-ENTRY-TYPE.
      *********
      *********  A PAY HISTORY WRITE OR REWRITE HAS FAILED.  THE
      *********  STATUS IS KEPT FOR THE AUDIT LINE, THE CYCLE RECORD
      *********  IS PUT BACK AS IT WAS READ, THE REVERSAL IS DELETED
      *********  AND THE YTDSAL UPDATE IS ROLLED BACK.  THE RUN ENDS
      *********  RC 8 SO THE FAILURE IS LOOKED AT.
      *********
       3900-BACK-OUT.
           MOVE 'N' TO TRAN-VALID-SW.
           MOVE 'Y' TO POST-FAILED-SW.
           MOVE 'A13' TO REJECT-CODE.
           STRING 'PAY HIST WRITE FAIL STATUS '
                  PAY-HIST-STATUS
                  DELIMITED BY SIZE
                  INTO REJECT-TEXT
           END-STRING.
           IF ORIG-MARKED
               REWRITE PAY-HIST-FD-RECORD FROM ORIG-PAY-IMAGE
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.
           IF REV-WRITTEN
               MOVE REV-PAY-IMAGE TO PAY-HIST-FD-RECORD
               DELETE PAY-HISTORY-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF.
           MOVE 'N' TO REV-WRITTEN-SW.
           MOVE 'N' TO ORIG-MARKED-SW.
           EXEC SQL ROLLBACK END-EXEC.
      *********
      *********  ADD THE TRANSACTION INTO THE RUN TOTALS FROM THE PAY
      *********  HISTORY RECORDS WRITTEN FOR IT, AND THE YTDSAL CHANGE
      *********  JUST COMMITTED.
      *********
       4000-ACCUMULATE-TOTALS.
           IF REV-WRITTEN
               MOVE REV-PAY-IMAGE TO PAY-HISTORY-RECORD
               ADD 1 TO REVERSAL-COUNT
               ADD 1 TO PAYHIST-WRITTEN
               ADD PAY-TOTAL          TO REV-TOT-GROSS
               ADD PAY-WITHHOLD       TO REV-TOT-WITHHOLD
               ADD PAY-STATE-WITHHOLD TO REV-TOT-STATE-WH
               ADD PAY-DEDUCT-TOTAL   TO REV-TOT-DEDUCT
               ADD PAY-NET            TO REV-TOT-NET
               SUBTRACT PAY-TOTAL          FROM TRAN-CHG-GROSS
               SUBTRACT PAY-WITHHOLD       FROM TRAN-CHG-WITHHOLD
               SUBTRACT PAY-STATE-WITHHOLD FROM TRAN-CHG-STATE-WH
               SUBTRACT PAY-DEDUCT-TOTAL   FROM TRAN-CHG-DEDUCT
               SUBTRACT PAY-NET            FROM TRAN-CHG-NET
           END-IF.
           IF COR-WRITTEN
               MOVE COR-PAY-IMAGE TO PAY-HISTORY-RECORD
               ADD 1 TO CORRECTION-COUNT
               ADD 1 TO PAYHIST-WRITTEN
               ADD PAY-TOTAL          TO COR-TOT-GROSS
               ADD PAY-WITHHOLD       TO COR-TOT-WITHHOLD
               ADD PAY-STATE-WITHHOLD TO COR-TOT-STATE-WH
               ADD PAY-NET            TO COR-TOT-NET
               ADD PAY-TOTAL          TO TRAN-CHG-GROSS
               ADD PAY-WITHHOLD       TO TRAN-CHG-WITHHOLD
               ADD PAY-STATE-WITHHOLD TO TRAN-CHG-STATE-WH
               ADD PAY-NET            TO TRAN-CHG-NET
           END-IF.
           ADD TRAN-CHG-GROSS TO HIST-TOT-GROSS.
           ADD TRAN-CHG-NET   TO HIST-TOT-NET.
           ADD YTD-CHANGE     TO YTD-TOT-POSTED.
      *********
      *********  EDIT THE TRANSACTION.  THE FIRST EDIT THAT FAILS SETS
      *********  THE REASON AND STOPS THE EDITING - THE TRANSACTION IS
      *********  REJECTED ON ITS FIRST ERROR.  A REVERSE DATE MUST BE
      *********  EARLIER THIS YEAR: A PRIOR YEAR IS CLOSED AND ITS
      *********  STATUTORY REPORTING ALREADY DONE.  LIKE AN ONLINE
      *********  MASTER CHANGE, AN ADJUSTMENT MUST CARRY THE USER ID
      *********  THAT KEYED IT AND A DIFFERENT USER ID THAT APPROVED IT.
      *********
       5000-EDIT-TRAN.
           MOVE 'N' TO REVERSAL-SW.
           MOVE 'N' TO CORRECTION-SW.
           IF ADJ-EMP-NUMBER NOT NUMERIC
               MOVE 'N' TO TRAN-VALID-SW
               MOVE 'A01' TO REJECT-CODE
               MOVE 'EMPLOYEE NUMBER NOT NUMERIC' TO REJECT-TEXT
               GO TO 5000-EXIT.
           IF ADJ-REVERSE-DATE NOT = SPACES
               MOVE 'Y' TO REVERSAL-SW.
           IF ADJ-AMOUNT NOT = SPACES
              AND ADJ-AMOUNT-NUM NOT NUMERIC
               MOVE 'N' TO TRAN-VALID-SW
               MOVE 'A04' TO REJECT-CODE
               MOVE 'CORRECTION AMOUNT NOT NUMERIC' TO REJECT-TEXT
               GO TO 5000-EXIT.
           IF ADJ-AMOUNT NOT = SPACES
               IF ADJ-AMOUNT-NUM > 0
                   MOVE 'Y' TO CORRECTION-SW.
           IF NOT REVERSAL-REQUESTED AND NOT CORRECTION-REQUESTED
               MOVE 'N' TO TRAN-VALID-SW
               MOVE 'A02' TO REJECT-CODE
               MOVE 'NO REVERSE DATE OR AMOUNT' TO REJECT-TEXT
               GO TO 5000-EXIT.
           IF REVERSAL-REQUESTED
              AND (ADJ-REVERSE-DATE-NUM NOT NUMERIC
                   OR ADJ-REVERSE-DATE < YEAR-START-DATE
                   OR ADJ-REVERSE-DATE NOT < TODAYS-DATE)
               MOVE 'N' TO TRAN-VALID-SW
               MOVE 'A03' TO REJECT-CODE
               MOVE 'REVERSE DATE NOT PRIOR THIS YR' TO REJECT-TEXT
               GO TO 5000-EXIT.
           IF CORRECTION-REQUESTED
              AND NOT ADJ-ELEMENT-WAGES
              AND NOT ADJ-ELEMENT-OVERTIME
              AND NOT ADJ-ELEMENT-DOUBLE-TIME
              AND NOT ADJ-ELEMENT-COMMISSION
               MOVE 'N' TO TRAN-VALID-SW
               MOVE 'A05' TO REJECT-CODE
               MOVE 'PAY ELEMENT NOT W, O, D OR C' TO REJECT-TEXT
               GO TO 5000-EXIT.
           IF ADJ-REASON = SPACES
               MOVE 'N' TO TRAN-VALID-SW
               MOVE 'A06' TO REJECT-CODE
               MOVE 'ADJUSTMENT REASON REQUIRED' TO REJECT-TEXT
               GO TO 5000-EXIT.
           IF ADJ-KEYED-BY = SPACES
              OR ADJ-APPROVED-BY = SPACES
              OR ADJ-APPROVED-BY = ADJ-KEYED-BY
               MOVE 'N' TO TRAN-VALID-SW
               MOVE 'A07' TO REJECT-CODE
               MOVE 'NOT APPROVED BY 2ND SUPERVISOR' TO REJECT-TEXT
               GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.
      *********
      *********  PRINT ONE AUDIT LINE PER TRANSACTION SHOWING ITS
      *********  DISPOSITION AND, WHEN REJECTED, THE REASON.  UNDER AN
      *********  APPLIED TRANSACTION THE FIGURES REVERSED, THE FIGURES
      *********  PAID AND THE NET CHANGE ARE PRINTED.
      *********
       6000-WRITE-AUDIT-LINE.
           IF AUD-LINE-COUNT GREATER THAN 52
               PERFORM 6200-PRINT-AUDIT-HEADERS.
           MOVE SPACES TO AUDIT-DTL.
           EVALUATE TRUE
               WHEN REVERSAL-REQUESTED AND CORRECTION-REQUESTED
                   MOVE 'R+C' TO AUD-DTL-ACTION
               WHEN REVERSAL-REQUESTED
                   MOVE 'REV' TO AUD-DTL-ACTION
               WHEN CORRECTION-REQUESTED
                   MOVE 'COR' TO AUD-DTL-ACTION
           END-EVALUATE.
           MOVE ADJ-EMP-NUMBER TO AUD-DTL-EMP-NUM.
           IF ADJ-REVERSE-DATE-NUM NUMERIC
               STRING ADJ-REVERSE-DATE (5:2) '/'
                      ADJ-REVERSE-DATE (7:2) '/'
                      ADJ-REVERSE-DATE (1:4)
                      DELIMITED BY SIZE
                      INTO AUD-DTL-REV-DATE
               END-STRING
           ELSE
               MOVE ADJ-REVERSE-DATE TO AUD-DTL-REV-DATE
           END-IF.
           IF CORRECTION-REQUESTED
               EVALUATE TRUE
                   WHEN ADJ-ELEMENT-WAGES
                       MOVE 'WAGES' TO AUD-DTL-ELEMENT
                   WHEN ADJ-ELEMENT-OVERTIME
                       MOVE 'OVERTIME' TO AUD-DTL-ELEMENT
                   WHEN ADJ-ELEMENT-DOUBLE-TIME
                       MOVE 'DBL-TIME' TO AUD-DTL-ELEMENT
                   WHEN ADJ-ELEMENT-COMMISSION
                       MOVE 'COMMISSION' TO AUD-DTL-ELEMENT
                   WHEN OTHER
                       MOVE ADJ-PAY-ELEMENT TO AUD-DTL-ELEMENT
               END-EVALUATE
           END-IF.
           MOVE ADJ-KEYED-BY    TO AUD-DTL-KEYED-BY.
           MOVE ADJ-APPROVED-BY TO AUD-DTL-APPROVED-BY.
           IF TRAN-VALID
               MOVE 'APPLIED ' TO AUD-DTL-RESULT
               MOVE ADJ-REASON TO AUD-DTL-REASON-TEXT
           ELSE
               MOVE 'REJECTED' TO AUD-DTL-RESULT
               MOVE REJECT-CODE TO AUD-DTL-REASON-CODE
               MOVE REJECT-TEXT TO AUD-DTL-REASON-TEXT
           END-IF.
           WRITE AUDIT-RECORD FROM AUDIT-DTL
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AUD-LINE-COUNT.
           IF REV-WRITTEN
               PERFORM 6010-PRINT-REVERSAL-AMOUNTS.
           IF COR-WRITTEN
               PERFORM 6020-PRINT-CORRECTION-AMOUNTS.
           IF REV-WRITTEN AND COR-WRITTEN
               PERFORM 6030-PRINT-NET-CHANGE.
      *********
       6010-PRINT-REVERSAL-AMOUNTS.
           MOVE REV-PAY-IMAGE TO PAY-HISTORY-RECORD.
           MOVE SPACES TO AUDIT-AMT-DTL.
           MOVE 'REVERSED' TO AUD-AMT-LABEL.
           COMPUTE AUD-AMT-GROSS    = 0 - PAY-TOTAL.
           COMPUTE AUD-AMT-WITHHOLD = 0 - PAY-WITHHOLD.
           COMPUTE AUD-AMT-STATE-WH = 0 - PAY-STATE-WITHHOLD.
           COMPUTE AUD-AMT-DEDUCT   = 0 - PAY-DEDUCT-TOTAL.
           COMPUTE AUD-AMT-NET      = 0 - PAY-NET.
           IF PAY-DEDUCT-TOTAL > 0
               MOVE 'DEDUCTIONS NOT RESTORED' TO AUD-AMT-NOTE.
           WRITE AUDIT-RECORD FROM AUDIT-AMT-DTL
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AUD-LINE-COUNT.
      *********
       6020-PRINT-CORRECTION-AMOUNTS.
           MOVE COR-PAY-IMAGE TO PAY-HISTORY-RECORD.
           MOVE SPACES TO AUDIT-AMT-DTL.
           MOVE 'CORRECTION' TO AUD-AMT-LABEL.
           MOVE PAY-TOTAL          TO AUD-AMT-GROSS.
           MOVE PAY-WITHHOLD       TO AUD-AMT-WITHHOLD.
           MOVE PAY-STATE-WITHHOLD TO AUD-AMT-STATE-WH.
           MOVE PAY-DEDUCT-TOTAL   TO AUD-AMT-DEDUCT.
           MOVE PAY-NET            TO AUD-AMT-NET.
           IF COR-STATE-MISSING
               STRING 'NO STATE TAX ENTRY FOR ' PAY-STATE
                      DELIMITED BY SIZE
                      INTO AUD-AMT-NOTE
               END-STRING
           END-IF.
           WRITE AUDIT-RECORD FROM AUDIT-AMT-DTL
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AUD-LINE-COUNT.
      *********
       6030-PRINT-NET-CHANGE.
           MOVE SPACES TO AUDIT-AMT-DTL.
           MOVE 'NET CHANGE' TO AUD-AMT-LABEL.
           MOVE TRAN-CHG-GROSS    TO AUD-AMT-GROSS.
           MOVE TRAN-CHG-WITHHOLD TO AUD-AMT-WITHHOLD.
           MOVE TRAN-CHG-STATE-WH TO AUD-AMT-STATE-WH.
           MOVE TRAN-CHG-DEDUCT   TO AUD-AMT-DEDUCT.
           MOVE TRAN-CHG-NET      TO AUD-AMT-NET.
           WRITE AUDIT-RECORD FROM AUDIT-AMT-DTL
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AUD-LINE-COUNT.
      *********
      *********  PRINT HEADERS FOR ADJUSTMENT AUDIT REPORT
      *********
       6200-PRINT-AUDIT-HEADERS.
               MOVE AUD-PAGE-COUNT TO AUD-PAGE.
               MOVE DATE-CCYY TO AUD-RUN-CCYY.
               MOVE DATE-MM TO AUD-RUN-MM.
               MOVE DATE-DD TO AUD-RUN-DD.
               WRITE AUDIT-RECORD FROM BLANK-LINE.
               WRITE AUDIT-RECORD FROM AUDIT-HDR1.
               WRITE AUDIT-RECORD FROM BLANK-LINE.
               WRITE AUDIT-RECORD FROM AUDIT-HDR2.
               WRITE AUDIT-RECORD FROM AUDIT-HDR3.
               WRITE AUDIT-RECORD FROM BLANK-LINE.
               ADD 1 TO AUD-PAGE-COUNT.
               MOVE 6 TO AUD-LINE-COUNT.
      *********
      *********  PRINT THE TRANSACTION COUNTS, THE FIGURES REVERSED
      *********  AND PAID, AND THE PROOF THAT THE EXTRACT, THE PAY
      *********  HISTORY AND THE YTDSAL POSTING AGREE, SO THE AUDIT
      *********  REPORT BALANCES BACK TO THE TRANSACTION FILE AND TO
      *********  EVERY FILE THE RUN UPDATED.
      *********
       6500-PRINT-AUDIT-TOTALS.
           PERFORM 6700-CHECK-BALANCE.
           IF AUD-LINE-COUNT GREATER THAN 40
               PERFORM 6200-PRINT-AUDIT-HEADERS.
           MOVE TRANS-READ     TO AUD-TOT-READ.
           MOVE TRANS-APPLIED  TO AUD-TOT-APPLIED.
           MOVE TRANS-REJECTED TO AUD-TOT-REJECTED.
           WRITE AUDIT-RECORD FROM BLANK-LINE.
           WRITE AUDIT-RECORD FROM AUDIT-TOTAL-DTL.
           MOVE REVERSAL-COUNT   TO AUD-TOT-REVERSALS.
           MOVE CORRECTION-COUNT TO AUD-TOT-CORRECTIONS.
           MOVE PAYHIST-WRITTEN  TO AUD-TOT-PAYHIST.
           MOVE EXTRACT-WRITTEN  TO AUD-TOT-EXTRACT.
           WRITE AUDIT-RECORD FROM AUDIT-COUNT-DTL.
           WRITE AUDIT-RECORD FROM BLANK-LINE.
           MOVE SPACES TO AUDIT-AMT-DTL.
           MOVE 'TOTAL REVERSED' TO AUD-AMT-LABEL.
           COMPUTE AUD-AMT-GROSS    = 0 - REV-TOT-GROSS.
           COMPUTE AUD-AMT-WITHHOLD = 0 - REV-TOT-WITHHOLD.
           COMPUTE AUD-AMT-STATE-WH = 0 - REV-TOT-STATE-WH.
           COMPUTE AUD-AMT-DEDUCT   = 0 - REV-TOT-DEDUCT.
           COMPUTE AUD-AMT-NET      = 0 - REV-TOT-NET.
           WRITE AUDIT-RECORD FROM AUDIT-AMT-DTL.
           MOVE SPACES TO AUDIT-AMT-DTL.
           MOVE 'TOTAL CORRECTIONS' TO AUD-AMT-LABEL.
           MOVE COR-TOT-GROSS    TO AUD-AMT-GROSS.
           MOVE COR-TOT-WITHHOLD TO AUD-AMT-WITHHOLD.
           MOVE COR-TOT-STATE-WH TO AUD-AMT-STATE-WH.
           MOVE 0                TO AUD-AMT-DEDUCT.
           MOVE COR-TOT-NET      TO AUD-AMT-NET.
           IF STATE-MISSING-COUNT > 0
               MOVE 'NO STATE TAX - SEE ABOVE' TO AUD-AMT-NOTE.
           WRITE AUDIT-RECORD FROM AUDIT-AMT-DTL.
           MOVE SPACES TO AUDIT-AMT-DTL.
           MOVE 'TOTAL NET CHANGE' TO AUD-AMT-LABEL.
           COMPUTE AUD-AMT-GROSS    = COR-TOT-GROSS - REV-TOT-GROSS.
           COMPUTE AUD-AMT-WITHHOLD = COR-TOT-WITHHOLD
                                    - REV-TOT-WITHHOLD.
           COMPUTE AUD-AMT-STATE-WH = COR-TOT-STATE-WH
                                    - REV-TOT-STATE-WH.
           COMPUTE AUD-AMT-DEDUCT   = 0 - REV-TOT-DEDUCT.
           COMPUTE AUD-AMT-NET      = COR-TOT-NET - REV-TOT-NET.
           WRITE AUDIT-RECORD FROM AUDIT-AMT-DTL.
           WRITE AUDIT-RECORD FROM BLANK-LINE.
           MOVE 'YTDSAL NET CHANGE POSTED' TO BAL-LABEL.
           MOVE YTD-TOT-POSTED TO BAL-AMOUNT.
           WRITE AUDIT-RECORD FROM BALANCE-DTL.
           MOVE 'PAY HISTORY NET CHANGE - GROSS' TO BAL-LABEL.
           MOVE HIST-TOT-GROSS TO BAL-AMOUNT.
           WRITE AUDIT-RECORD FROM BALANCE-DTL.
           MOVE 'EXTRACT NET CHANGE     - GROSS' TO BAL-LABEL.
           MOVE EXT-TOT-GROSS TO BAL-AMOUNT.
           WRITE AUDIT-RECORD FROM BALANCE-DTL.
           MOVE 'PAY HISTORY NET CHANGE - NET' TO BAL-LABEL.
           MOVE HIST-TOT-NET TO BAL-AMOUNT.
           WRITE AUDIT-RECORD FROM BALANCE-DTL.
           MOVE 'EXTRACT NET CHANGE     - NET' TO BAL-LABEL.
           MOVE EXT-TOT-NET TO BAL-AMOUNT.
           WRITE AUDIT-RECORD FROM BALANCE-DTL.
           WRITE AUDIT-RECORD FROM BLANK-LINE.
           IF OUT-OF-BALANCE
               MOVE '    *** ADJUSTMENT RUN OUT OF BALANCE ***'
                   TO ERROR-LINE
           ELSE
               MOVE '    ADJUSTMENT RUN IN BALANCE' TO ERROR-LINE
           END-IF.
           WRITE AUDIT-RECORD FROM ERROR-LINE.
           IF POSTING-FAILED
               MOVE '    *** POSTING FAILED - SEE A12/A13 REJECTS ***'
                   TO ERROR-LINE
               WRITE AUDIT-RECORD FROM ERROR-LINE
           END-IF.
      *********
      *********  THE RUN IS IN BALANCE WHEN THE PAY HISTORY, THE
      *********  EXTRACT AND THE YTDSAL POSTING SHOW THE SAME NET
      *********  CHANGE, ONE EXTRACT RECORD WAS WRITTEN PER PAY
      *********  HISTORY RECORD, AND THE REVERSED AND CORRECTED
      *********  FIGURES EACH CROSS-FOOT TO THEIR NET PAY.
      *********
       6700-CHECK-BALANCE.
           MOVE 'N' TO OUT-OF-BALANCE-SW.
           IF HIST-TOT-GROSS NOT = EXT-TOT-GROSS
              OR HIST-TOT-GROSS NOT = YTD-TOT-POSTED
              OR HIST-TOT-NET NOT = EXT-TOT-NET
              OR PAYHIST-WRITTEN NOT = EXTRACT-WRITTEN
               MOVE 'Y' TO OUT-OF-BALANCE-SW.
           COMPUTE CROSS-FOOT-WORK = REV-TOT-GROSS - REV-TOT-WITHHOLD
               - REV-TOT-STATE-WH - REV-TOT-DEDUCT.
           IF CROSS-FOOT-WORK NOT = REV-TOT-NET
               MOVE 'Y' TO OUT-OF-BALANCE-SW.
           COMPUTE CROSS-FOOT-WORK = COR-TOT-GROSS - COR-TOT-WITHHOLD
               - COR-TOT-STATE-WH.
           IF CROSS-FOOT-WORK NOT = COR-TOT-NET
               MOVE 'Y' TO OUT-OF-BALANCE-SW.
      *********
      *********  ONE TYPE 'A' EXTRACT RECORD FOR EACH PAY HISTORY
      *********  RECORD THE TRANSACTION ADDED, BUILT FROM THAT RECORD.
      *********
       7000-WRITE-EXTRACTS.
           IF REV-WRITTEN
               MOVE REV-PAY-IMAGE TO PAY-HISTORY-RECORD
               PERFORM 7100-WRITE-ONE-EXTRACT.
           IF COR-WRITTEN
               MOVE COR-PAY-IMAGE TO PAY-HISTORY-RECORD
               PERFORM 7100-WRITE-ONE-EXTRACT.
      *********
       7100-WRITE-ONE-EXTRACT.
           MOVE SPACES TO ADJ-EXTRACT-RECORD.
           MOVE 'A' TO EXA-RECORD-TYPE.
           MOVE PAY-EMP-NUMBER     TO EXA-EMP-NUMBER.
           MOVE PAY-REGION         TO EXA-REGION.
           MOVE PAY-EMP-TYPE       TO EXA-EMP-TYPE.
           MOVE PAY-WAGES          TO EXA-WAGES.
           MOVE PAY-OT             TO EXA-OT.
           MOVE PAY-DT             TO EXA-DT.
           MOVE PAY-COMM           TO EXA-COMM.
           IF PAY-REVERSAL-ENTRY
               MOVE 'V' TO EXA-ADJ-KIND
           ELSE
               MOVE 'C' TO EXA-ADJ-KIND
           END-IF.
           MOVE PAY-ENTRY-SEQ      TO EXA-ADJ-SEQ.
           MOVE PAY-TOTAL          TO EXA-TOTAL.
           MOVE PAY-ADJ-REF-DATE   TO EXA-REVERSED-DATE.
           MOVE PAY-RUN-DATE       TO EXA-RUN-DATE.
           MOVE PAY-WITHHOLD       TO EXA-WITHHOLD.
           MOVE PAY-NET            TO EXA-NET.
           MOVE PAY-STATE          TO EXA-STATE.
           MOVE PAY-STATE-WITHHOLD TO EXA-STATE-WITHHOLD.
           MOVE PAY-DEDUCT-TOTAL   TO EXA-DEDUCT-TOTAL.
           WRITE ADJ-EXTRACT-FD-RECORD FROM ADJ-EXTRACT-RECORD.
           ADD 1 TO EXTRACT-WRITTEN.
           IF EXA-REVERSAL
               SUBTRACT EXA-TOTAL FROM EXT-TOT-GROSS
               SUBTRACT EXA-NET   FROM EXT-TOT-NET
           ELSE
               ADD EXA-TOTAL TO EXT-TOT-GROSS
               ADD EXA-NET   TO EXT-TOT-NET
           END-IF.
      *********
      *********  WRITE THE ADJUSTMENT RUN-CONTROL RECORD.
      *********
       7500-WRITE-RUN-CONTROL.
           MOVE SPACES TO ADJ-CONTROL-RECORD.
           MOVE DATE-CCYY TO ACT-RUN-CCYY.
           MOVE DATE-MM TO ACT-RUN-MM.
           MOVE DATE-DD TO ACT-RUN-DD.
           MOVE TRANS-READ       TO ACT-TRANS-READ.
           MOVE TRANS-APPLIED    TO ACT-TRANS-APPLIED.
           MOVE TRANS-REJECTED   TO ACT-TRANS-REJECTED.
           MOVE REVERSAL-COUNT   TO ACT-REVERSAL-COUNT.
           MOVE CORRECTION-COUNT TO ACT-CORRECTION-COUNT.
           MOVE REV-TOT-GROSS    TO ACT-REVERSED-GROSS.
           MOVE REV-TOT-WITHHOLD TO ACT-REVERSED-WITHHOLD.
           MOVE REV-TOT-STATE-WH TO ACT-REVERSED-STATE-WH.
           MOVE REV-TOT-DEDUCT   TO ACT-REVERSED-DEDUCT.
           MOVE REV-TOT-NET      TO ACT-REVERSED-NET.
           MOVE COR-TOT-GROSS    TO ACT-CORRECTED-GROSS.
           MOVE COR-TOT-WITHHOLD TO ACT-CORRECTED-WITHHOLD.
           MOVE COR-TOT-STATE-WH TO ACT-CORRECTED-STATE-WH.
           MOVE COR-TOT-NET      TO ACT-CORRECTED-NET.
           MOVE YTD-TOT-POSTED   TO ACT-YTD-NET-CHANGE.
           MOVE PAYHIST-WRITTEN  TO ACT-PAYHIST-WRITTEN.
           MOVE EXTRACT-WRITTEN  TO ACT-EXTRACT-WRITTEN.
           IF OUT-OF-BALANCE
               MOVE 'N' TO ACT-BALANCED-FLAG
           ELSE
               MOVE 'Y' TO ACT-BALANCED-FLAG
           END-IF.
           WRITE ADJ-CONTROL-FD-RECORD FROM ADJ-CONTROL-RECORD.
      *********
      *********
       8000-READ-TRAN.
           READ ADJ-TRAN-FILE INTO PAY-ADJUSTMENT-TRAN
               AT END
                 MOVE 'Y' TO TRAN-EOF-SW.
           IF NOT TRAN-EOF
               ADD 1 TO TRANS-READ.
      *********
      *********  LOAD THE REGION DEFINITIONS FROM THE REGION
      *********  REFERENCE FILE, THE SAME WAY WBCI1206 DOES.  A RECORD
      *********  WITH A CODE OUTSIDE 1 THRU MAX-REGIONS IS SKIPPED.
      *********
       9250-LOAD-REGION-TABLE.
           MOVE 0 TO REGION-COUNT.
           MOVE 1 TO REGION-SUB.
           PERFORM 9260-CLEAR-REGION-ENTRY
               UNTIL REGION-SUB > MAX-REGIONS.
           OPEN INPUT REGION-FILE.
           MOVE 'N' TO REGION-EOF-SW.
           PERFORM 9270-READ-REGION-RECORD.
           PERFORM 9280-STORE-REGION-ENTRY
               UNTIL REGION-EOF.
           CLOSE REGION-FILE.
           IF REGION-COUNT = 0
               MOVE ' *** NO REGIONS LOADED FROM REGION FILE *** '
                   TO ERROR-LINE
               WRITE AUDIT-RECORD FROM ERROR-LINE
               ADD 1 TO AUD-LINE-COUNT
           END-IF.
      *********
       9260-CLEAR-REGION-ENTRY.
           MOVE SPACES TO REGION-DEF-NAME (REGION-SUB).
           MOVE 'N' TO REGION-DEF-ACTIVE-SW (REGION-SUB).
           ADD 1 TO REGION-SUB.
      *********
       9270-READ-REGION-RECORD.
           READ REGION-FILE INTO REGION-REF-REC
               AT END
                 MOVE 'Y' TO REGION-EOF-SW.
      *********
       9280-STORE-REGION-ENTRY.
           IF REG-REF-CODE NUMERIC
              AND REG-REF-CODE > '0'
              AND REG-REF-CODE NOT > '8'
               MOVE REG-REF-CODE TO REGION-SUB
               MOVE REG-REF-NAME TO REGION-DEF-NAME (REGION-SUB)
               MOVE REG-REF-ACTIVE
                   TO REGION-DEF-ACTIVE-SW (REGION-SUB)
               IF REGION-SUB > REGION-COUNT
                   MOVE REGION-SUB TO REGION-COUNT
               END-IF
           ELSE
               MOVE SPACES TO ERROR-LINE
               STRING ' *** INVALID REGION RECORD - CODE '
                      REG-REF-CODE ' SKIPPED *** '
                      DELIMITED BY SIZE INTO ERROR-LINE
               END-STRING
               WRITE AUDIT-RECORD FROM ERROR-LINE
               ADD 1 TO AUD-LINE-COUNT
           END-IF.
           PERFORM 9270-READ-REGION-RECORD.
      *********
      *********  LOAD THE STATE TAX RATES AND ANNUAL CAPS FROM THE
      *********  STATE TAX REFERENCE FILE, WITH THE SAME RECORD EDITS
      *********  WBCI1206 APPLIES.  A SKIPPED RECORD IS REPORTED ON THE
      *********  AUDIT REPORT; ITS EMPLOYEES ARE THEN NOT WITHHELD FOR
      *********  STATE TAX ON A CORRECTION, NOT WITHHELD AT A GUESS.
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
               WRITE AUDIT-RECORD FROM ERROR-LINE
               ADD 1 TO AUD-LINE-COUNT
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
                   WRITE AUDIT-RECORD FROM ERROR-LINE
                   ADD 1 TO AUD-LINE-COUNT
               WHEN STATE-TAX-COUNT NOT LESS THAN STATE-TAX-MAX
                   MOVE SPACES TO ERROR-LINE
                   STRING ' *** STATE TAX TABLE FULL - STATE '
                          STX-REF-STATE ' SKIPPED *** '
                          DELIMITED BY SIZE INTO ERROR-LINE
                   END-STRING
                   WRITE AUDIT-RECORD FROM ERROR-LINE
                   ADD 1 TO AUD-LINE-COUNT
               WHEN OTHER
                   ADD 1 TO STATE-TAX-COUNT
                   SET STX-IX TO STATE-TAX-COUNT
                   MOVE STX-REF-STATE TO STATE-TAX-CODE (STX-IX)
                   MOVE STX-REF-RATE-NUM TO STATE-TAX-RATE (STX-IX)
                   MOVE STX-REF-ANNUAL-CAP-NUM
                       TO STATE-TAX-CAP (STX-IX)
           END-EVALUATE.
           PERFORM 9610-READ-STATE-TAX-RECORD.
      *********
      *********  THE AUDIT REPORT IS OPENED FIRST SO A PAY HISTORY
      *********  THAT WILL NOT OPEN IS REPORTED THERE; NOTHING ELSE IS
      *********  OPENED AND THE STEP ENDS RC 12.
      *********
       9000-OPEN.
           OPEN OUTPUT AUDIT-FILE.
           OPEN I-O    PAY-HISTORY-FILE.
           IF NOT PAY-HIST-IO-GOOD
               MOVE 'Y' TO PAY-OPEN-ERROR-SW
               MOVE SPACES TO ERROR-LINE
               STRING ' *** PAY HISTORY OPEN FAILED STATUS '
                      PAY-HIST-STATUS
                      ' - NO ADJUSTMENTS APPLIED *** '
                      DELIMITED BY SIZE INTO ERROR-LINE
               END-STRING
               WRITE AUDIT-RECORD FROM ERROR-LINE
               CLOSE AUDIT-FILE
               GO TO 9000-EXIT.
           OPEN INPUT  EMPLOYEE-FILE.
           OPEN INPUT  ADJ-TRAN-FILE.
           OPEN OUTPUT ADJ-EXTRACT-FILE.
           OPEN OUTPUT ADJ-CONTROL-FILE.
       9000-EXIT.
           EXIT.
      *********
      *********
       9900-CLOSE.
           CLOSE EMPLOYEE-FILE.
           CLOSE PAY-HISTORY-FILE.
           CLOSE ADJ-TRAN-FILE.
           CLOSE ADJ-EXTRACT-FILE.
           CLOSE ADJ-CONTROL-FILE.
           CLOSE AUDIT-FILE.
