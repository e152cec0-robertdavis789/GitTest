      *  JOURNAL WRITTEN BY WBCI1210 AND, FOR THE EMPLOYEE NUMBER      *
      *  AND DATE RANGE GIVEN ON THE PARM, PRINTS THE FIELD-LEVEL      *
      *  CHANGES IN THE ORDER THEY WERE APPLIED: ONE HEADER LINE PER   *
      *  JOURNALED TRANSACTION - SHOWING WHO KEYED AND WHO APPROVED AN *
      *  ONLINE-KEYED CHANGE - AND ONE LINE PER FIELD THAT CHANGED,    *
      *  WITH THE OLD AND NEW VALUES.  AN ADD SHOWS EVERY FIELD        *
      *  COMING FROM BLANK; A DELETE SHOWS EVERY FIELD GOING TO        *
      *  BLANK.  THE HOURLY-RATE DISPUTE THAT USED TO TAKE A WEEK OF   *
      *  DIGGING IS THIS ONE REPORT.                                   *
      *                                                                *
      *  INPUT FILE  - MAINTENANCE JOURNAL (SEQUENTIAL, CUMULATIVE),   *
      *                OPTIONALLY PRECEDED BY ITS ARCHIVE GENERATIONS  *
      *  OUTPUT FILE - FIELD CHANGE REPORT.                            *
      *                                                                *
      *  PARM        - EMPLOYEE NUMBER (5), OPTIONALLY FOLLOWED BY     *
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           RECORD CONTAINS 440 CHARACTERS
           RECORDING MODE IS F.
       01  JOURNAL-RECORD             PIC X(440).
       FD  CHANGE-RPT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           05  SELECT-FROM-DATE       PIC X(8)     VALUE '00000000'.
           05  SELECT-TO-DATE         PIC X(8)     VALUE '99999999'.
      *********
      *********  THE 22 FIELDS COMPARED BETWEEN THE BEFORE AND AFTER
      *********  IMAGES.  EACH IMAGE'S VALUES ARE CAPTURED IN DISPLAY
      *********  FORM SO COMP-3 FIELDS COMPARE AND PRINT CLEANLY, AND
      *********  A PAY FIELD THAT DOES NOT BELONG TO THE RECORD'S
           05  FILLER   PIC X(15) VALUE 'WITHHOLD PCT'.
           05  FILLER   PIC X(15) VALUE 'TERM STATUS'.
           05  FILLER   PIC X(15) VALUE 'TERM DATE'.
           05  FILLER   PIC X(15) VALUE 'BANK ROUTING'.
           05  FILLER   PIC X(15) VALUE 'BANK ACCOUNT'.
           05  FILLER   PIC X(15) VALUE 'ACCOUNT TYPE'.
           05  FILLER   PIC X(15) VALUE 'DEPOSIT STATUS'.
           05  FILLER   PIC X(15) VALUE 'PRENOTE DATE'.
           05  FILLER   PIC X(15) VALUE 'MGR SHARE PCT'.
       01  FIELD-NAME-TABLE REDEFINES FIELD-NAME-DATA.
           05  FIELD-NAME             PIC X(15)    OCCURS 22 TIMES.
       01  OLD-VALUE-TABLE.
           05  OLD-VALUE              PIC X(20)    OCCURS 22 TIMES.
       01  NEW-VALUE-TABLE.
           05  NEW-VALUE              PIC X(20)    OCCURS 22 TIMES.
       01  CAPTURE-VALUE-TABLE.
           05  CAPTURE-VALUE          PIC X(20)    OCCURS 22 TIMES.
      *********
      *********  EDITED WORK FIELDS FOR THE COMP-3 PAY FIELDS.
      *********
           05  EDIT-RATE              PIC ZZ9.99.
           05  EDIT-MONEY             PIC ZZZZ9.99.
           05  EDIT-PCT               PIC 9.999.
           05  EDIT-SHARE-PCT         PIC ZZ9.99.
           05  EDIT-DATE-WORK.
               10  EDIT-DATE-YY       PIC X(2).
               10  FILLER             PIC X        VALUE '/'.
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  FILLER            PIC X(7)      VALUE 'ACTION '.
           05  CHG-TRN-ACTION    PIC X(3).
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  FILLER            PIC X(9)      VALUE 'KEYED BY '.
           05  CHG-TRN-KEYED-BY  PIC X(8).
           05  FILLER            PIC X(2)      VALUE SPACES.
           05  FILLER            PIC X(12)     VALUE 'APPROVED BY '.
           05  CHG-TRN-APPROVED-BY
                                 PIC X(8).
       01  CHG-FIELD-DTL.
           05  FILLER            PIC X(4)      VALUE SPACES.
           05  CHG-DTL-FIELD     PIC X(15).
           MOVE JRN-RUN-CCYY TO CHG-TRN-CCYY.
           MOVE JRN-SEQUENCE TO CHG-TRN-SEQ.
           MOVE JRN-ACTION TO CHG-TRN-ACTION.
           MOVE JRN-KEYED-BY TO CHG-TRN-KEYED-BY.
           MOVE JRN-APPROVED-BY TO CHG-TRN-APPROVED-BY.
           WRITE CHANGE-RPT-RECORD FROM BLANK-LINE.
           WRITE CHANGE-RPT-RECORD FROM CHG-TRAN-HDR.
           ADD 2 TO CHG-LINE-COUNT.
           MOVE CAPTURE-VALUE-TABLE TO NEW-VALUE-TABLE.
           MOVE 1 TO FIELD-SUB.
           PERFORM 2100-PRINT-FIELD-CHANGE
               UNTIL FIELD-SUB > 22.
      *********
       2100-PRINT-FIELD-CHANGE.
           IF OLD-VALUE (FIELD-SUB) NOT = NEW-VALUE (FIELD-SUB)
           END-IF.
           ADD 1 TO FIELD-SUB.
      *********
      *********  CAPTURE THE 22 COMPARED FIELDS OF THE IMAGE NOW IN
      *********  THE WORK AREAS, IN DISPLAY FORM.  A PAY FIELD THAT
      *********  DOES NOT BELONG TO THE IMAGE'S EMPLOYEE TYPE, OR
      *********  WHOSE BYTES ARE NOT NUMERIC (A BLANK IMAGE, FOR
                   MOVE WA-MGMT-SALARY TO EDIT-MONEY
                   MOVE EDIT-MONEY TO CAPTURE-VALUE (12)
               END-IF
               IF WA-MGMT-SHARE-PCT NUMERIC
                   MOVE WA-MGMT-SHARE-PCT TO EDIT-SHARE-PCT
                   MOVE EDIT-SHARE-PCT TO CAPTURE-VALUE (22)
               END-IF
           END-IF.
           IF WA-EMP-HIRE-DATE NOT = SPACES
               MOVE WA-EMP-HIRE-YY TO EDIT-DATE-YY
           END-IF.
           MOVE EMP-TERM-STATUS TO CAPTURE-VALUE (15).
           MOVE EMP-TERM-DATE TO CAPTURE-VALUE (16).
           MOVE EMP-BANK-ROUTING TO CAPTURE-VALUE (17).
           MOVE EMP-BANK-ACCOUNT TO CAPTURE-VALUE (18).
           MOVE EMP-BANK-ACCT-TYPE TO CAPTURE-VALUE (19).
           MOVE EMP-DEPOSIT-STATUS TO CAPTURE-VALUE (20).
           MOVE EMP-PRENOTE-DATE TO CAPTURE-VALUE (21).
      *********
      *********  PRINT HEADERS FOR THE FIELD CHANGE REPORT
      *********
