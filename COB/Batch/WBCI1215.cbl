
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WBCI1215.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  PROGRAM REPORTS THE STATE OF THE PENDING MAINTENANCE FILE AT  *
      *  BATCH CUTOFF, AHEAD OF THE WBCI1210 APPLY.  EVERY ONLINE      *
      *  MAINTENANCE TRANSACTION KEYED ON WBCE WAITS ON THIS FILE      *
      *  UNTIL A SECOND SUPERVISOR APPROVES OR REJECTS IT ON WBCA;     *
      *  ONLY APPROVED ITEMS REACH TRANFILE.  AN ITEM STILL PENDING AT *
      *  CUTOFF WILL NOT BE APPLIED TONIGHT, SO EACH ONE IS LISTED     *
      *  WITH ITS KEYER AND THE DATE KEYED FOR FOLLOW-UP, AND THE      *
      *  ITEMS APPROVED AND REJECTED TODAY ARE COUNTED.  THE STEP      *
      *  ENDS WITH RETURN CODE 4 WHEN ANYTHING IS STILL PENDING.       *
      *                                                                *
      *  INPUT FILE  - PENDING MAINTENANCE FILE (VSAM, READ ONLY)      *
      *  OUTPUT FILE - PENDING-AT-CUTOFF REPORT.                       *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE
               ASSIGN TO MNTPEND
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PEND-KEY
               FILE STATUS IS PENDING-FILE-STATUS.
           SELECT PENDING-RPT-FILE ASSIGN TO PENDRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE
           RECORD CONTAINS 220 CHARACTERS.
       01  PENDING-RECORD.
           05 PEND-KEY                PIC X(18).
           05 PEND-STUFF              PIC X(202).
       FD  PENDING-RPT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  PENDING-RPT-RECORD         PIC X(132).
       WORKING-STORAGE SECTION.
      ******************************************************************
      *  RECORD LAYOUTS FOR THE PENDING MAINTENANCE RECORD AND THE     *
      *  MAINTENANCE TRANSACTION IT CARRIES.                           *
      ******************************************************************
       COPY PNDC.
       COPY TRNC.
      ******************************************************************
       01  PENDING-FILE-STATUS        PIC XX       VALUE '  '.
           88  PENDING-IO-GOOD                     VALUE '00'.
           88  PENDING-AT-END                      VALUE '10'.
       01  SWITCHES.
           05  PEND-EOF-SW            PIC X        VALUE 'N'.
               88  PEND-EOF                        VALUE 'Y'.
           05  PEND-OPEN-ERROR-SW     PIC X        VALUE 'N'.
               88  PEND-OPEN-ERROR                 VALUE 'Y'.
       01  COUNTERS.
           05  PEND-RECORDS-READ      PIC 9(7)     VALUE 0.
           05  ITEMS-PENDING          PIC 9(5)     VALUE 0.
           05  ITEMS-APPROVED-TODAY   PIC 9(5)     VALUE 0.
           05  ITEMS-REJECTED-TODAY   PIC 9(5)     VALUE 0.
           05  PND-PAGE-COUNT         PIC 9(3)     VALUE 1.
           05  PND-LINE-COUNT         PIC S99      VALUE +56.
       01  TODAYS-DATE                PIC X(8).
       01  DATE-FIELDS REDEFINES TODAYS-DATE.
           05  DATE-CCYY              PIC 9(4).
           05  DATE-MM                PIC 9(2).
           05  DATE-DD                PIC 9(2).
      *********
      *********  PENDING-AT-CUTOFF REPORT
      *********
       01  PND-HDR1.
           05  FILLER      PIC X         VALUE SPACES.
           05  FILLER      PIC X(10)
                              VALUE  'RUN DATE  '.
           05  PND-RUN-MM  PIC 99.
           05  FILLER      PIC X         VALUE '/'.
           05  PND-RUN-DD  PIC 99.
           05  FILLER      PIC X         VALUE '/'.
           05  PND-RUN-CCYY
                           PIC 9(4).
           05  FILLER      PIC X(9)      VALUE SPACES.
           05  FILLER      PIC X(34)
                  VALUE  'MAINTENANCE ITEMS PENDING APPROVAL'.
           05  FILLER      PIC X(10)     VALUE SPACES.
           05  FILLER      PIC X(5)      VALUE 'PAGE '.
           05  PND-PAGE    PIC ZZ9.
       01  PND-HDR2.
           05  FILLER      PIC X         VALUE SPACES.
           05  FILLER      PIC X(18)     VALUE 'PENDING ID'.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(6)      VALUE 'ACTION'.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(8)      VALUE 'EMPLOYEE'.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(15)     VALUE 'LAST NAME'.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(8)      VALUE 'KEYED BY'.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(10)     VALUE 'KEYED ON'.
       01  PND-DTL.
           05  FILLER                 PIC X         VALUE SPACES.
           05  PND-DTL-ID             PIC X(18).
           05  FILLER                 PIC X(2)      VALUE SPACES.
           05  PND-DTL-ACTION         PIC X(3).
           05  FILLER                 PIC X(5)      VALUE SPACES.
           05  PND-DTL-EMP-NUM        PIC X(5).
           05  FILLER                 PIC X(5)      VALUE SPACES.
           05  PND-DTL-NAME           PIC X(15).
           05  FILLER                 PIC X(2)      VALUE SPACES.
           05  PND-DTL-KEYED-BY       PIC X(8).
           05  FILLER                 PIC X(2)      VALUE SPACES.
           05  PND-DTL-KEYED-MM       PIC X(2).
           05  FILLER                 PIC X         VALUE '/'.
           05  PND-DTL-KEYED-DD       PIC X(2).
           05  FILLER                 PIC X         VALUE '/'.
           05  PND-DTL-KEYED-CCYY     PIC X(4).
       01  PND-TOTAL-DTL.
           05  FILLER            PIC X(4)      VALUE SPACES.
           05  FILLER            PIC X(14)     VALUE 'STILL PENDING '.
           05  PND-TOT-PENDING   PIC ZZZZ9.
           05  FILLER            PIC X(18)
                   VALUE '   APPROVED TODAY '.
           05  PND-TOT-APPROVED  PIC ZZZZ9.
           05  FILLER            PIC X(18)
                   VALUE '   REJECTED TODAY '.
           05  PND-TOT-REJECTED  PIC ZZZZ9.
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
           PERFORM 9000-OPEN.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           IF NOT PEND-EOF
               PERFORM 8000-READ-PENDING.
           PERFORM 1000-PROCESS-PENDING
               UNTIL PEND-EOF.
           PERFORM 6500-PRINT-TOTALS.
           PERFORM 9900-CLOSE.
           IF ITEMS-PENDING > 0
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
           GOBACK.
      *********
      *********  LIST EVERY ITEM STILL PENDING; COUNT THE ITEMS
      *********  DECIDED TODAY.  ITEMS DECIDED ON EARLIER DAYS ARE
      *********  PASSED OVER - THEY STAY ON THE FILE ONLY AS THE
      *********  RECORD OF THE DECISION.
      *********
       1000-PROCESS-PENDING.
           EVALUATE TRUE
               WHEN PND-PENDING
                   PERFORM 2000-PRINT-PENDING-ITEM
               WHEN PND-APPROVED
                    AND PND-REVIEWED-DATE = TODAYS-DATE
                   ADD 1 TO ITEMS-APPROVED-TODAY
               WHEN PND-REJECTED
                    AND PND-REVIEWED-DATE = TODAYS-DATE
                   ADD 1 TO ITEMS-REJECTED-TODAY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 8000-READ-PENDING.
      *********
       2000-PRINT-PENDING-ITEM.
           IF PND-LINE-COUNT GREATER THAN 55
               PERFORM 6200-PRINT-HEADERS.
           ADD 1 TO ITEMS-PENDING.
           MOVE PND-TRANSACTION TO MAINT-TRANSACTION.
           MOVE PND-KEY TO PND-DTL-ID.
           MOVE TRN-ACTION TO PND-DTL-ACTION.
           MOVE TRN-EMP-NUMBER TO PND-DTL-EMP-NUM.
           MOVE TRN-EMP-NAME TO PND-DTL-NAME.
           MOVE PND-KEYED-BY TO PND-DTL-KEYED-BY.
           MOVE PND-KEYED-DATE (5:2) TO PND-DTL-KEYED-MM.
           MOVE PND-KEYED-DATE (7:2) TO PND-DTL-KEYED-DD.
           MOVE PND-KEYED-DATE (1:4) TO PND-DTL-KEYED-CCYY.
           WRITE PENDING-RPT-RECORD FROM PND-DTL
             AFTER ADVANCING 1 LINE.
           ADD 1 TO PND-LINE-COUNT.
      *********
      *********  PRINT HEADERS FOR THE PENDING-AT-CUTOFF REPORT
      *********
       6200-PRINT-HEADERS.
               MOVE PND-PAGE-COUNT TO PND-PAGE.
               MOVE DATE-CCYY TO PND-RUN-CCYY.
               MOVE DATE-MM TO PND-RUN-MM.
               MOVE DATE-DD TO PND-RUN-DD.
               WRITE PENDING-RPT-RECORD FROM BLANK-LINE.
               WRITE PENDING-RPT-RECORD FROM PND-HDR1.
               WRITE PENDING-RPT-RECORD FROM BLANK-LINE.
               WRITE PENDING-RPT-RECORD FROM PND-HDR2.
               WRITE PENDING-RPT-RECORD FROM BLANK-LINE.
               ADD 1 TO PND-PAGE-COUNT.
               MOVE 5 TO PND-LINE-COUNT.
      *********
      *********  PRINT THE TOTALS.  WITH NOTHING PENDING THE REPORT
      *********  SAYS SO RATHER THAN PRINTING AN EMPTY PAGE.  WHEN THE
      *********  PENDING FILE COULD NOT BE OPENED THE REPORT SAYS THAT
      *********  INSTEAD, SO IT IS NEVER TAKEN FOR A CLEAN CUTOFF.
      *********
       6500-PRINT-TOTALS.
           IF PEND-OPEN-ERROR
               PERFORM 6200-PRINT-HEADERS
               MOVE SPACES TO PENDING-RPT-RECORD
               STRING '  *** MNTPEND OPEN FAILED STATUS '
                      PENDING-FILE-STATUS
                      ' - PENDING ITEMS NOT LISTED ***'
                      DELIMITED BY SIZE INTO PENDING-RPT-RECORD
               END-STRING
               WRITE PENDING-RPT-RECORD
           END-IF.
           IF ITEMS-PENDING = 0
              AND NOT PEND-OPEN-ERROR
               PERFORM 6200-PRINT-HEADERS
               MOVE '  NO MAINTENANCE ITEMS PENDING AT CUTOFF'
                   TO PENDING-RPT-RECORD
               WRITE PENDING-RPT-RECORD
           END-IF.
           MOVE ITEMS-PENDING TO PND-TOT-PENDING.
           MOVE ITEMS-APPROVED-TODAY TO PND-TOT-APPROVED.
           MOVE ITEMS-REJECTED-TODAY TO PND-TOT-REJECTED.
           WRITE PENDING-RPT-RECORD FROM BLANK-LINE.
           WRITE PENDING-RPT-RECORD FROM PND-TOTAL-DTL.
      *********
      *********
       8000-READ-PENDING.
           READ PENDING-FILE INTO MAINT-PENDING-RECORD
               AT END
                 MOVE 'Y' TO PEND-EOF-SW.
           IF NOT PEND-EOF
               ADD 1 TO PEND-RECORDS-READ.
      *********
      *********  A PENDING FILE THAT WILL NOT OPEN IS REPORTED AND
      *********  ENDS THE STEP WITH RETURN CODE 8; THE APPLY STEP
      *********  STILL RUNS ON WHATEVER WAS APPROVED.
      *********
       9000-OPEN.
           OPEN INPUT  PENDING-FILE.
           OPEN OUTPUT PENDING-RPT-FILE.
           IF NOT PENDING-IO-GOOD
               DISPLAY ' WBCI1215 MNTPEND OPEN FAILED STATUS '
                   PENDING-FILE-STATUS
               MOVE 'Y' TO PEND-EOF-SW
               MOVE 'Y' TO PEND-OPEN-ERROR-SW
               MOVE 8 TO RETURN-CODE.
      *********
      *********
       9900-CLOSE.
           IF NOT PEND-OPEN-ERROR
               CLOSE PENDING-FILE.
           CLOSE PENDING-RPT-FILE.
