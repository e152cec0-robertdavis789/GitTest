      *  THE EXTRACT IS WRITTEN; IT IS DONE WHEN THIS REPORT IS       *
      *  CLEAN.                                                        *
      *                                                                *
      *  PAYROLL ACKNOWLEDGES THE E AND R PAY RECORDS ONLY.  THE TYPE  *
      *  'D' DEDUCTION DETAIL RECORDS THAT FOLLOW THEM ARE COUNTED     *
      *  AND PASSED OVER - THEIR TOTAL IS ALREADY ON THE PAY RECORD.   *
      *                                                                *
      *  INPUT FILES - SORTED COMPENSATION EXTRACT (EXTC LAYOUT)       *
      *              - SORTED PAYROLL RESPONSE FILE (RSPC LAYOUT)      *
      *              - THE CYCLE'S RUN-CONTROL RECORD (CTLC LAYOUT)    *
           RECORDING MODE IS F.
       01  RESPONSE-RECORD            PIC X(80).
       FD  CONTROL-FILE
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.
       01  CONTROL-RECORD             PIC X(250).
       FD  RECON-RPT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
               88  CTL-FOUND                       VALUE 'Y'.
       01  COUNTERS.
           05  EXT-RECORDS-READ       PIC 9(7)     VALUE 0.
           05  EXT-DEDUCTION-COUNT    PIC 9(7)     VALUE 0.
           05  RSP-RECORDS-READ       PIC 9(7)     VALUE 0.
           05  MATCHED-ACCEPTED-COUNT PIC 9(7)     VALUE 0.
           05  NOT-ACKED-COUNT        PIC 9(5)     VALUE 0.
           05  REC-TOT-REJ       PIC ZZZZ9.
           05  FILLER            PIC X(10)     VALUE ' MISMATCH '.
           05  REC-TOT-MISM      PIC ZZZZ9.
           05  FILLER            PIC X(12)     VALUE ' DEDUCTIONS '.
           05  REC-TOT-DED       PIC ZZZZZZ9.
      *********
      *********  BLANK LINE TO CONTROL SPACING OF REPORT
      *********
           MOVE NEVER-SENT-COUNT TO REC-TOT-NEVER.
           MOVE REJECTED-COUNT TO REC-TOT-REJ.
           MOVE MISMATCH-COUNT TO REC-TOT-MISM.
           MOVE EXT-DEDUCTION-COUNT TO REC-TOT-DED.
           WRITE RECON-RPT-RECORD FROM BLANK-LINE.
           WRITE RECON-RPT-RECORD FROM RECON-TOTAL-DTL.
      *********
      *********  THE EXTRACT AND RESPONSE KEYS ARE CAPTURED AS EACH
      *********  RECORD IS READ SO THE MERGE COMPARES WORK FIELDS,
      *********  NEVER A RECORD AREA PAST END OF FILE.  DEDUCTION
      *********  DETAIL RECORDS ARE READ PAST HERE, SO THE MERGE ONLY
      *********  EVER SEES PAY RECORDS.
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
               ELSE
                   MOVE EXT-RECORD-TYPE TO EXT-KEY-TYPE
                   MOVE EXT-EMP-NUMBER TO EXT-KEY-EMP
                   MOVE EXT-REGION TO EXT-KEY-REGION
               END-IF
           END-IF.
      *********
       8100-READ-RESPONSE.
