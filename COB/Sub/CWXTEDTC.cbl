      *  FIELDS IT CODES; A DEL NEEDS NOTHING BUT A VALID KEY; A TRM   *
      *  NEEDS A VALID KEY AND A VALID TERMINATION DATE; AN XFR        *
      *  NEEDS VALID OLD AND NEW REGIONS AND AN OPTIONAL TYPE FILTER.  *
      *  A BNK THAT SETS UP OR CHANGES A DIRECT DEPOSIT ACCOUNT NEEDS  *
      *  A ROUTING NUMBER THAT PASSES THE ABA CHECK DIGIT, AN ACCOUNT  *
      *  NUMBER AND AN ACCOUNT TYPE; A BNK THAT STOPS DEPOSITS NEEDS   *
      *  ONLY A VALID KEY.                                             *
      *                                                                *
      *  CALLED BY  - WBCI1210, WBCI1240                               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *  WORK FIELDS FOR THE ROUTING NUMBER CHECK DIGIT.               *
      ******************************************************************
       01  ROUTING-CHECK-FIELDS.
           05  ROUTING-CHECK-SUM           PIC 9(3)      VALUE 0.
           05  ROUTING-CHECK-QUOT          PIC 9(3)      VALUE 0.
           05  ROUTING-CHECK-REM           PIC 9(1)      VALUE 0.
       LINKAGE SECTION.
      ******************************************************************
      *  RECORD LAYOUT FOR THE MAINTENANCE TRANSACTION AND THE EDIT    *
       5000-EDIT-TRAN.
           IF NOT TRN-ADD AND NOT TRN-CHANGE AND NOT TRN-DELETE
               AND NOT TRN-TERMINATE AND NOT TRN-TRANSFER
               AND NOT TRN-BANK
               MOVE 'N' TO EDIT-VALID-SW
               MOVE 'R01' TO EDIT-REJECT-CODE
               MOVE 'NOT ADD CHG TRM DEL XFR OR BNK'
                   TO EDIT-REJECT-TEXT
               GO TO 5000-EXIT.
           IF TRN-TRANSFER
               GO TO 5000-EXIT.
           IF TRN-DELETE
               GO TO 5000-EXIT.
           IF TRN-BANK
               PERFORM 5500-EDIT-BANK THRU 5500-EXIT
               GO TO 5000-EXIT.
           IF TRN-TERMINATE
               PERFORM 5300-EDIT-TERM-DATE THRU 5300-EXIT
               GO TO 5000-EXIT.
*********  EDIT THE PAY FIELDS - THE FIELDS THE COMPENSATION
*********  RUN COMPUTES FROM.  AN ADD MUST CARRY THE FIELDS ITS
*********  EMPLOYEE TYPE NEEDS; A CHG IS EDITED ON WHATEVER PAY
*********  FIELDS IT CODES.  A MANAGER SHARE PERCENT IS OPTIONAL
*********  BUT, WHEN CODED, MUST BE A PERCENT NO GREATER THAN 100.
*********
       5200-EDIT-PAY-FIELDS.
           IF ((TRN-ADD AND TRN-TYPE-CODE = 'H')
               MOVE 'R14' TO EDIT-REJECT-CODE
               MOVE 'SALES AMOUNT NOT NUMERIC' TO EDIT-REJECT-TEXT
               GO TO 5200-EXIT.
           IF TRN-MGR-SHARE-PCT NOT = SPACES
               AND (TRN-MGR-SHARE-PCT NOT NUMERIC
                    OR TRN-MGR-SHARE-NUM > 100)
               MOVE 'N' TO EDIT-VALID-SW
               MOVE 'R22' TO EDIT-REJECT-CODE
               MOVE 'MGR SHARE PCT NOT 0 THRU 100' TO EDIT-REJECT-TEXT
               GO TO 5200-EXIT.
       5200-EXIT.
           EXIT.
*********
               GO TO 5400-EXIT.
       5400-EXIT.
           EXIT.
*********
*********  A BNK MUST SAY WHETHER IT SETS UP ('A') OR STOPS ('X')
*********  THE DIRECT DEPOSIT.  A SET-UP NEEDS A NINE-DIGIT ROUTING
*********  NUMBER WHOSE WEIGHTED DIGITS (3 7 1 3 7 1 3 7 1) SUM TO
*********  A MULTIPLE OF 10, AN ACCOUNT NUMBER, AND AN ACCOUNT TYPE
*********  OF C (CHECKING) OR S (SAVINGS).  A BAD ROUTING NUMBER IS
*********  STOPPED HERE RATHER THAN BEING RETURNED BY THE BANK.
*********
       5500-EDIT-BANK.
           IF TRN-DEPOSIT-STATUS NOT = 'A'
               AND TRN-DEPOSIT-STATUS NOT = 'X'
               MOVE 'N' TO EDIT-VALID-SW
               MOVE 'R24' TO EDIT-REJECT-CODE
               MOVE 'DEPOSIT STATUS NOT A OR X' TO EDIT-REJECT-TEXT
               GO TO 5500-EXIT.
           IF TRN-DEPOSIT-STATUS = 'X'
               GO TO 5500-EXIT.
           IF TRN-BANK-ROUTING NOT NUMERIC
               OR TRN-BANK-ROUTING = '000000000'
               MOVE 'N' TO EDIT-VALID-SW
               MOVE 'R23' TO EDIT-REJECT-CODE
               MOVE 'ROUTING NUMBER NOT NUMERIC' TO EDIT-REJECT-TEXT
               GO TO 5500-EXIT.
           COMPUTE ROUTING-CHECK-SUM =
                 3 * (TRN-ROUTING-DIGIT (1) + TRN-ROUTING-DIGIT (4)
                      + TRN-ROUTING-DIGIT (7))
               + 7 * (TRN-ROUTING-DIGIT (2) + TRN-ROUTING-DIGIT (5)
                      + TRN-ROUTING-DIGIT (8))
               +     (TRN-ROUTING-DIGIT (3) + TRN-ROUTING-DIGIT (6)
                      + TRN-ROUTING-DIGIT (9)).
           DIVIDE ROUTING-CHECK-SUM BY 10
               GIVING ROUTING-CHECK-QUOT
               REMAINDER ROUTING-CHECK-REM.
           IF ROUTING-CHECK-REM NOT = 0
               MOVE 'N' TO EDIT-VALID-SW
               MOVE 'R23' TO EDIT-REJECT-CODE
               MOVE 'ROUTING CHECK DIGIT INVALID' TO EDIT-REJECT-TEXT
               GO TO 5500-EXIT.
           IF TRN-BANK-ACCOUNT = SPACES
               MOVE 'N' TO EDIT-VALID-SW
               MOVE 'R24' TO EDIT-REJECT-CODE
               MOVE 'BANK ACCOUNT MISSING' TO EDIT-REJECT-TEXT
               GO TO 5500-EXIT.
           IF TRN-BANK-ACCT-TYPE NOT = 'C'
               AND TRN-BANK-ACCT-TYPE NOT = 'S'
               MOVE 'N' TO EDIT-VALID-SW
               MOVE 'R24' TO EDIT-REJECT-CODE
               MOVE 'ACCOUNT TYPE NOT C OR S' TO EDIT-REJECT-TEXT
               GO TO 5500-EXIT.
       5500-EXIT.
           EXIT.
