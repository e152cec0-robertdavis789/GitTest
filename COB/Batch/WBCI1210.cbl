      *  DEL IS ONLY APPLIED TO A RECORD ALREADY MARKED PAID, SO NO    *
      *  EMPLOYEE IS ERASED BEFORE THEIR FINAL PAY IS CONFIRMED.      *
      *                                                                *
      *  A BNK SETS UP, CHANGES OR STOPS THE EMPLOYEE'S DIRECT         *
      *  DEPOSIT ACCOUNT.  A NEW OR CHANGED ACCOUNT IS PUT ON PRENOTE  *
      *  SO THE WBCI1280 DEPOSIT STEP PROVES IT WITH A ZERO-DOLLAR     *
      *  ENTRY BEFORE ANY PAY IS DEPOSITED TO IT.                      *
      *                                                                *
      *  A TRANSACTION KEYED ONLINE CARRIES THE USER ID THAT KEYED     *
      *  IT AND THE USER ID THAT APPROVED IT ON WBCA.  ONE WITH NO     *
      *  APPROVER, OR APPROVED BY ITS OWN KEYER, IS REJECTED; BOTH     *
      *  IDS ARE PRINTED ON THE AUDIT REPORT AND CARRIED ON THE        *
      *  JOURNAL.                                                      *
      *                                                                *
      *  INPUT FILE  - MAINTENANCE TRANSACTION FILE (SEQUENTIAL)       *
      *  I/O FILE    - EMPLOYEE MASTER FILE (VSAM)                     *
      *  OUTPUT FILE - MAINTENANCE AUDIT REPORT.                       *
           RECORDING MODE IS F.
       01  AUDIT-RECORD               PIC X(132).
       FD  JOURNAL-FILE
           RECORD CONTAINS 440 CHARACTERS
           RECORDING MODE IS F.
       01  JOURNAL-RECORD             PIC X(440).
       FD  REGION-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           05  FILLER      PIC X(8)      VALUE 'RESULT'.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(6)      VALUE 'REASON'.
           05  FILLER      PIC X(30)     VALUE SPACES.
           05  FILLER      PIC X(8)      VALUE 'KEYED BY'.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(8)      VALUE 'APPROVED'.
       01  AUDIT-DTL.
           05  FILLER                 PIC X         VALUE SPACES.
           05  AUD-DTL-ACTION         PIC X(3).
           05  AUD-DTL-REASON-CODE    PIC X(3).
           05  FILLER                 PIC X         VALUE SPACES.
           05  AUD-DTL-REASON-TEXT    PIC X(30).
           05  FILLER                 PIC X(2)      VALUE SPACES.
           05  AUD-DTL-KEYED-BY       PIC X(8).
           05  FILLER                 PIC X(2)      VALUE SPACES.
           05  AUD-DTL-APPROVED-BY    PIC X(8).
       01  XFR-TOTAL-DTL.
           05  FILLER            PIC X(4)      VALUE SPACES.
           05  FILLER            PIC X(16)
                       PERFORM 4000-APPLY-DELETE
                   WHEN TRN-TRANSFER
                       PERFORM 4600-APPLY-TRANSFER
                   WHEN TRN-BANK
                       PERFORM 4700-APPLY-BANK
               END-EVALUATE
           END-IF.
           IF TRAN-VALID
      *********  AND CHG (ONLY CODED FIELDS).  THE PAY FIELDS ARE
      *********  MOVED ACCORDING TO THE EMPLOYEE TYPE ON THE RECORD,
      *********  SINCE HOURS/RATE AND THE SALARIES SHARE THE SAME
      *********  REDEFINED BYTES.  A TYPE CHANGE CLEARS THE OLD TYPE'S
      *********  PAY BYTES FIRST (3600 HAS SEEN TO IT THAT THE NEW
      *********  TYPE'S FIELDS ARE CODED), SO NOTHING LEFT OVER - A
      *********  SALES AMOUNT, SAY - IS READ BACK AS A MANAGER SHARE.
      *********
       3500-MOVE-TRAN-FIELDS.
           IF TRN-TYPE-CODE NOT = SPACES
               IF TRN-TYPE-CODE NOT = WA-EMP-TYPE
                   MOVE SPACES TO WA-HOURLY-EMPLOYEE-DATA
               END-IF
               MOVE TRN-TYPE-CODE TO WA-EMP-TYPE.
           IF TRN-REGION-CODE NOT = SPACES
               MOVE TRN-REGION-CODE TO WA-EMP-REGION.
               IF TRN-SALARY NOT = SPACES
                   MOVE TRN-SALARY-NUM TO WA-MGMT-SALARY
               END-IF
               IF TRN-MGR-SHARE-PCT NOT = SPACES
                   MOVE TRN-MGR-SHARE-NUM TO WA-MGMT-SHARE-PCT
               END-IF
           END-IF.
           IF TRN-HIRE-DATE NOT = SPACES
               MOVE TRN-HIRE-YY TO WA-EMP-HIRE-YY
               END-IF
           END-IF.
      *********
      *********  SET UP, CHANGE OR STOP AN EMPLOYEE'S DIRECT DEPOSIT.
      *********  A STOP ('X') LEAVES THE BANK FIELDS ON THE RECORD FOR
      *********  REFERENCE BUT PAYS BY PAPER CHECK FROM THE NEXT CYCLE.
      *********  A SET-UP ('A') THAT CHANGES THE ROUTING NUMBER,
      *********  ACCOUNT OR ACCOUNT TYPE - OR REOPENS A STOPPED
      *********  ACCOUNT - GOES TO PRENOTE WITH NO PRENOTE DATE, SO
      *********  THE NEXT DEPOSIT RUN SENDS THE ZERO-DOLLAR PRENOTE.
      *********  RE-KEYING THE ACCOUNT ALREADY ON FILE LEAVES ITS
      *********  PRENOTE OR ACTIVE STATUS AS IT WAS.
      *********
       4700-APPLY-BANK.
           MOVE TRN-EMP-NUMBER TO EMP-KEY.
           READ EMPLOYEE-FILE INTO EMPLOYEE-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF NOT MASTER-IO-GOOD
               MOVE 'N' TO TRAN-VALID-SW
               MOVE 'R11' TO REJECT-CODE
               MOVE 'EMPLOYEE NOT ON MASTER' TO REJECT-TEXT
           ELSE
               MOVE EMPLOYEE-MASTER-FILE TO JRN-BEFORE-IMAGE
               IF TRN-DEPOSIT-STATUS = 'X'
                   MOVE 'X' TO EMP-DEPOSIT-STATUS
               ELSE
                   IF TRN-BANK-ROUTING NOT = EMP-BANK-ROUTING
                      OR TRN-BANK-ACCOUNT NOT = EMP-BANK-ACCOUNT
                      OR TRN-BANK-ACCT-TYPE NOT = EMP-BANK-ACCT-TYPE
                      OR (NOT EMP-DEPOSIT-ACTIVE
                          AND NOT EMP-DEPOSIT-PRENOTE)
                       MOVE TRN-BANK-ROUTING TO EMP-BANK-ROUTING
                       MOVE TRN-BANK-ACCOUNT TO EMP-BANK-ACCOUNT
                       MOVE TRN-BANK-ACCT-TYPE TO EMP-BANK-ACCT-TYPE
                       MOVE 'P' TO EMP-DEPOSIT-STATUS
                       MOVE SPACES TO EMP-PRENOTE-DATE
                   END-IF
               END-IF
               REWRITE EMPLOYEE-RECORD FROM EMPLOYEE-MASTER-FILE
               IF NOT MASTER-IO-GOOD
                   MOVE 'N' TO TRAN-VALID-SW
                   MOVE 'R12' TO REJECT-CODE
                   STRING 'MASTER REWRITE FAIL STATUS '
                          MASTER-FILE-STATUS
                          DELIMITED BY SIZE
                          INTO REJECT-TEXT
                   END-STRING
               ELSE
                   MOVE EMPLOYEE-MASTER-FILE TO JRN-AFTER-IMAGE
                   MOVE TRN-EMP-NUMBER TO JRN-EMP-NUMBER
                   PERFORM 7000-WRITE-JOURNAL
               END-IF
           END-IF.
      *********
      *********  EDIT THE TRANSACTION.  THE FIRST EDIT THAT FAILS SETS
      *********  THE REASON AND STOPS THE EDITING - THE TRANSACTION IS
      *********  REJECTED ON ITS FIRST ERROR.  THE FIELD EDITS LIVE
      *********  EDITS AT KEY TIME; THIS PROGRAM REMAINS THE
      *********  AUTHORITATIVE APPLY AND RE-EDITS EVERY TRANSACTION
      *********  BEFORE THE MASTER IS TOUCHED.
      *********
      *********  A TRANSACTION KEYED ONLINE MUST ALSO CARRY AN
      *********  APPROVER OTHER THAN ITS KEYER.  THAT CHECK IS MADE
      *********  HERE, NOT IN CWXTEDTC, BECAUSE WBCE RUNS CWXTEDTC
      *********  BEFORE THERE IS ANY APPROVER.
      *********
       5000-EDIT-TRAN.
           CALL 'CWXTEDTC' USING MAINT-TRANSACTION,
               MOVE 'N' TO TRAN-VALID-SW
               MOVE EDIT-REJECT-CODE TO REJECT-CODE
               MOVE EDIT-REJECT-TEXT TO REJECT-TEXT
               GO TO 5000-EXIT.
           IF TRN-KEYED-BY NOT = SPACES
              AND (TRN-APPROVED-BY = SPACES
                   OR TRN-APPROVED-BY = TRN-KEYED-BY)
               MOVE 'N' TO TRAN-VALID-SW
               MOVE 'R25' TO REJECT-CODE
               MOVE 'NOT APPROVED BY 2ND SUPERVISOR' TO REJECT-TEXT
               GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.
      *********
      *********  WRITE ONE JOURNAL RECORD FOR THE CHANGE JUST
      *********  APPLIED.  THE CALLER HAS SET THE BEFORE AND AFTER
      *********  IMAGES AND THE EMPLOYEE KEY (AN XFR JOURNALS EACH
      *********  EMPLOYEE IT MOVES); THE RUN DATE, SEQUENCE, ACTION
      *********  AND THE KEYING AND APPROVING USER IDS ARE STAMPED
      *********  HERE SO EVERY APPLIED CHANGE IS JOURNALED THE SAME
      *********  WAY.
      *********
       7000-WRITE-JOURNAL.
           ADD 1 TO JOURNAL-SEQ.
           MOVE DATE-DD TO JRN-RUN-DD.
           MOVE JOURNAL-SEQ TO JRN-SEQUENCE.
           MOVE TRN-ACTION TO JRN-ACTION.
           MOVE TRN-KEYED-BY TO JRN-KEYED-BY.
           MOVE TRN-APPROVED-BY TO JRN-APPROVED-BY.
           WRITE JOURNAL-RECORD FROM MAINT-JOURNAL-RECORD.
      *********
      *********  PRINT ONE AUDIT LINE PER TRANSACTION SHOWING ITS
           MOVE TRN-ACTION     TO AUD-DTL-ACTION.
           MOVE TRN-EMP-NUMBER TO AUD-DTL-EMP-NUM.
           MOVE TRN-EMP-NAME   TO AUD-DTL-NAME.
           MOVE TRN-KEYED-BY   TO AUD-DTL-KEYED-BY.
           MOVE TRN-APPROVED-BY TO AUD-DTL-APPROVED-BY.
           IF TRAN-VALID
               MOVE 'APPLIED ' TO AUD-DTL-RESULT
           ELSE
