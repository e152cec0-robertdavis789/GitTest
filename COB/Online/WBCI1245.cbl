
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WBCI1245.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  CICS APPROVAL TRANSACTION FOR ONLINE EMPLOYEE MASTER          *
      *  MAINTENANCE.  EVERY TRANSACTION KEYED ON WBCE (WBCI1240) IS   *
      *  HELD ON THE MNTPEND PENDING FILE UNTIL A SECOND SUPERVISOR    *
      *  REVIEWS IT HERE.  AN APPROVED ITEM IS STAMPED WITH THE        *
      *  APPROVER'S USER ID AND QUEUED TO THE TRNQ EXTRAPARTITION      *
      *  QUEUE - THE TRANFILE DATASET THE NIGHTLY WBCI1210 RUN         *
      *  APPLIES; A REJECTED ITEM NEVER LEAVES THE PENDING FILE.       *
      *  NOBODY MAY APPROVE AN ITEM THEY KEYED THEMSELVES.  THE        *
      *  KEYER MAY REJECT (WITHDRAW) THEIR OWN ITEM, SINCE A           *
      *  REJECTION CHANGES NOTHING ON THE MASTER.  WBCA IS DEFINED     *
      *  TO TRANSACTION SECURITY FOR THE SUPERVISOR GROUP ONLY.        *
      *                                                                *
      *  TRANSACTION INPUT:                                            *
      *      WBCA LIST                  LIST PENDING ITEMS (UP TO 10)  *
      *      WBCA LIST <ID>             LIST PENDING ITEMS AFTER <ID>  *
      *      WBCA SHOW <ID>             SHOW ONE ITEM IN FULL          *
      *      WBCA APPR <ID>             APPROVE AND QUEUE THE ITEM     *
      *      WBCA RJCT <ID> <REASON>    REJECT THE ITEM - REASON       *
      *                                 REQUIRED                       *
      *  <ID> IS THE 18-CHARACTER PENDING ID WBCE SHOWED WHEN THE      *
      *  ITEM WAS KEYED.                                               *
      *                                                                *
      *  CICS FILES: MNTPEND - PENDING MAINTENANCE KSDS (PNDC LAYOUT,  *
      *                        KEYED ON THE PENDING ID), RECOVERABLE   *
      *  CICS TDQ:   TRNQ    - EXTRAPARTITION QUEUE BOUND TO THE       *
      *                        TRANFILE MAINTENANCE DATASET            *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *  RECORD LAYOUTS FOR THE PENDING MAINTENANCE RECORD AND THE     *
      *  MAINTENANCE TRANSACTION IT CARRIES.                           *
      ******************************************************************
       COPY PNDC.
       COPY TRNC.
      ******************************************************************
       01  APR-INPUT-AREA.
           05  APR-TRANID          PIC X(4).
           05  FILLER              PIC X(1).
           05  APR-COMMAND         PIC X(4).
               88  APR-LIST                     VALUE 'LIST'.
               88  APR-SHOW                     VALUE 'SHOW'.
               88  APR-APPROVE                  VALUE 'APPR'.
               88  APR-REJECT                   VALUE 'RJCT'.
           05  FILLER              PIC X(1).
           05  APR-PEND-ID         PIC X(18).
           05  FILLER              PIC X(1).
           05  APR-REASON          PIC X(30).
           05  FILLER              PIC X(21).
       01  APR-INPUT-LENGTH        PIC S9(4)    USAGE COMP.
       01  APR-TDQ-LENGTH          PIC S9(4)    USAGE COMP.
       01  APR-RESP                PIC S9(8)    USAGE COMP.
           88  APR-RESP-NORMAL                  VALUE 0.
           88  APR-RESP-NOTFND                  VALUE 13.
       01  APR-RESP2               PIC S9(8)    USAGE COMP.
       01  APR-USERID              PIC X(8).
       01  APR-ABSTIME             PIC S9(15)   USAGE COMP-3.
       01  APR-DATE                PIC X(8).
       01  APR-TIME                PIC X(6).
       01  BROWSE-KEY              PIC X(18).
       01  BROWSE-COUNT            PIC 9(2)     VALUE 0.
       01  BROWSE-LIMIT            PIC 9(2)     VALUE 10.
       01  SWITCHES.
           05  BROWSE-DONE-SW      PIC X        VALUE 'N'.
               88  BROWSE-DONE                  VALUE 'Y'.
           05  PEND-FOUND-SW       PIC X        VALUE 'N'.
               88  PEND-FOUND                   VALUE 'Y'.
      ******************************************************************
      *  OUTPUT IS BUILT AS A BLOCK OF 80-CHARACTER LINES AND SENT     *
      *  WITH A SINGLE SEND TEXT, AS IN WBCI1230.                      *
      ******************************************************************
       01  DISPLAY-AREA.
           05  DISPLAY-LINE        PIC X(80)    OCCURS 14 TIMES.
       01  DISPLAY-LINE-COUNT      PIC 9(2)     VALUE 0.
       01  DISPLAY-LENGTH          PIC S9(4)    USAGE COMP.
       01  WORK-LINE               PIC X(80).
      ******************************************************************
       01  LIST-HEADER-LINE.
           05  FILLER              PIC X(20)    VALUE 'PENDING ID'.
           05  FILLER              PIC X(5)     VALUE 'ACT'.
           05  FILLER              PIC X(7)     VALUE 'EMPL'.
           05  FILLER              PIC X(17)    VALUE 'NAME'.
           05  FILLER              PIC X(10)    VALUE 'KEYED BY'.
           05  FILLER              PIC X(21)    VALUE SPACES.
       01  LIST-DETAIL-LINE.
           05  LST-PEND-ID         PIC X(18).
           05  FILLER              PIC X(2)     VALUE SPACES.
           05  LST-ACTION          PIC X(3).
           05  FILLER              PIC X(2)     VALUE SPACES.
           05  LST-EMP-NUMBER      PIC X(5).
           05  FILLER              PIC X(2)     VALUE SPACES.
           05  LST-EMP-NAME        PIC X(15).
           05  FILLER              PIC X(2)     VALUE SPACES.
           05  LST-KEYED-BY        PIC X(8).
           05  FILLER              PIC X(23)    VALUE SPACES.
       01  SHOW-ID-LINE.
           05  FILLER              PIC X(11)    VALUE 'PENDING ID '.
           05  SHW-PEND-ID         PIC X(18).
           05  FILLER              PIC X(9)     VALUE '  STATUS '.
           05  SHW-STATUS          PIC X(8).
           05  FILLER              PIC X(34)    VALUE SPACES.
       01  SHOW-KEYED-LINE.
           05  FILLER              PIC X(11)    VALUE 'KEYED BY   '.
           05  SHW-KEYED-BY        PIC X(8).
           05  FILLER              PIC X(4)     VALUE ' ON '.
           05  SHW-KEYED-DATE      PIC X(8).
           05  FILLER              PIC X(1)     VALUE SPACES.
           05  SHW-KEYED-TIME      PIC X(6).
           05  FILLER              PIC X(42)    VALUE SPACES.
       01  SHOW-REVIEW-LINE.
           05  FILLER              PIC X(11)    VALUE 'REVIEWED BY'.
           05  FILLER              PIC X(1)     VALUE SPACES.
           05  SHW-REVIEWED-BY     PIC X(8).
           05  FILLER              PIC X(4)     VALUE ' ON '.
           05  SHW-REVIEWED-DATE   PIC X(8).
           05  FILLER              PIC X(1)     VALUE SPACES.
           05  SHW-REVIEWED-TIME   PIC X(6).
           05  FILLER              PIC X(2)     VALUE SPACES.
           05  SHW-REJECT-REASON   PIC X(30).
           05  FILLER              PIC X(9)     VALUE SPACES.
       01  SHOW-TRAN-LINE.
           05  FILLER              PIC X(7)     VALUE 'ACTION '.
           05  SHW-ACTION          PIC X(3).
           05  FILLER              PIC X(7)     VALUE '  EMPL '.
           05  SHW-EMP-NUMBER      PIC X(5).
           05  FILLER              PIC X(7)     VALUE '  TYPE '.
           05  SHW-TYPE-CODE       PIC X(1).
           05  FILLER              PIC X(9)     VALUE '  REGION '.
           05  SHW-REGION-CODE     PIC X(1).
           05  FILLER              PIC X(7)     VALUE '  NAME '.
           05  SHW-EMP-NAME        PIC X(15).
           05  FILLER              PIC X(18)    VALUE SPACES.
       01  SHOW-PAY-LINE.
           05  FILLER              PIC X(6)     VALUE 'HOURS '.
           05  SHW-HOURS           PIC X(2).
           05  FILLER              PIC X(7)     VALUE '  RATE '.
           05  SHW-RATE            PIC X(5).
           05  FILLER              PIC X(9)     VALUE '  SALARY '.
           05  SHW-SALARY          PIC X(7).
           05  FILLER              PIC X(8)     VALUE '  SALES '.
           05  SHW-SALES-AMOUNT    PIC X(7).
           05  FILLER              PIC X(8)     VALUE '  WTHLD '.
           05  SHW-WITHOLD-PCT     PIC X(4).
           05  FILLER              PIC X(17)    VALUE SPACES.
       01  SHOW-DATE-LINE.
           05  FILLER              PIC X(5)     VALUE 'HIRE '.
           05  SHW-HIRE-DATE       PIC X(6).
           05  FILLER              PIC X(7)     VALUE '  TERM '.
           05  SHW-TERM-DATE       PIC X(8).
           05  FILLER              PIC X(11)    VALUE '  OLD REGN '.
           05  SHW-XFR-OLD-REGION  PIC X(1).
           05  FILLER              PIC X(12)    VALUE '  MGR SHARE '.
           05  SHW-MGR-SHARE-PCT   PIC X(5).
           05  FILLER              PIC X(25)    VALUE SPACES.
       01  SHOW-ADDR-LINE.
           05  FILLER              PIC X(11)    VALUE 'ADDR/BANK  '.
           05  SHW-ADDRESS         PIC X(34).
           05  FILLER              PIC X(35)    VALUE SPACES.
       PROCEDURE DIVISION.
      *                                                                *
      ******      0000-MAINLINE                                   ******
      *                                                                *
      ******************************************************************
       0000-MAINLINE.
           MOVE SPACES TO APR-INPUT-AREA.
           MOVE LENGTH OF APR-INPUT-AREA TO APR-INPUT-LENGTH.
           EXEC CICS RECEIVE
               INTO (APR-INPUT-AREA)
               LENGTH (APR-INPUT-LENGTH)
               RESP (APR-RESP)
           END-EXEC.
           MOVE 0 TO DISPLAY-LINE-COUNT.
           MOVE SPACES TO DISPLAY-AREA.
           EXEC CICS ASSIGN
               USERID (APR-USERID)
           END-EXEC.
           EVALUATE TRUE
               WHEN APR-LIST
                   PERFORM 1000-LIST-PENDING
               WHEN APR-PEND-ID = SPACES
                   MOVE 'ENTER WBCA LIST, SHOW ID, APPR ID OR RJCT ID RE
      -                 'ASON' TO WORK-LINE
                   PERFORM 8000-ADD-DISPLAY-LINE
               WHEN APR-SHOW
                   PERFORM 2000-SHOW-PENDING
               WHEN APR-APPROVE
                   PERFORM 3000-APPROVE-PENDING THRU 3000-EXIT
               WHEN APR-REJECT
                   PERFORM 4000-REJECT-PENDING THRU 4000-EXIT
               WHEN OTHER
                   MOVE 'ENTER WBCA LIST, SHOW ID, APPR ID OR RJCT ID RE
      -                 'ASON' TO WORK-LINE
                   PERFORM 8000-ADD-DISPLAY-LINE
           END-EVALUATE.
           PERFORM 8100-SEND-DISPLAY.
           EXEC CICS RETURN END-EXEC.
      *********
      *********  BROWSE THE PENDING FILE IN KEYED ORDER AND LIST THE
      *********  ITEMS STILL AWAITING A DECISION, UP TO BROWSE-LIMIT.
      *********  A LIST FROM AN ID STARTS AFTER THAT ID, SO LISTING
      *********  FROM THE LAST ID SHOWN PAGES FORWARD.
      *********
       1000-LIST-PENDING.
           MOVE APR-PEND-ID TO BROWSE-KEY.
           MOVE 0 TO BROWSE-COUNT.
           MOVE 'N' TO BROWSE-DONE-SW.
           EXEC CICS STARTBR
               FILE ('MNTPEND')
               RIDFLD (BROWSE-KEY)
               GTEQ
               RESP (APR-RESP)
           END-EXEC.
           IF NOT APR-RESP-NORMAL
               MOVE 'NO ITEMS PENDING APPROVAL' TO WORK-LINE
               PERFORM 8000-ADD-DISPLAY-LINE
           ELSE
               MOVE LIST-HEADER-LINE TO WORK-LINE
               PERFORM 8000-ADD-DISPLAY-LINE
               PERFORM 1100-LIST-NEXT
                   UNTIL BROWSE-DONE
                   OR BROWSE-COUNT NOT LESS THAN BROWSE-LIMIT
               EXEC CICS ENDBR
                   FILE ('MNTPEND')
                   RESP (APR-RESP)
               END-EXEC
               IF BROWSE-COUNT = 0
                   MOVE 'NO ITEMS PENDING APPROVAL' TO WORK-LINE
                   PERFORM 8000-ADD-DISPLAY-LINE
               END-IF
               IF BROWSE-COUNT NOT LESS THAN BROWSE-LIMIT
                   MOVE 'MORE - ENTER WBCA LIST WITH THE LAST ID SHOWN'
                       TO WORK-LINE
                   PERFORM 8000-ADD-DISPLAY-LINE
               END-IF
           END-IF.
      *********
      *********  DECIDED ITEMS STAY ON THE FILE AND ARE PASSED OVER,
      *********  AS IS THE STARTING ID ITSELF.
      *********
       1100-LIST-NEXT.
           EXEC CICS READNEXT
               FILE ('MNTPEND')
               INTO (MAINT-PENDING-RECORD)
               RIDFLD (BROWSE-KEY)
               RESP (APR-RESP)
           END-EXEC.
           IF APR-RESP-NORMAL
               IF PND-PENDING
                  AND PND-KEY NOT = APR-PEND-ID
                   ADD 1 TO BROWSE-COUNT
                   MOVE PND-TRANSACTION TO MAINT-TRANSACTION
                   MOVE PND-KEY TO LST-PEND-ID
                   MOVE TRN-ACTION TO LST-ACTION
                   MOVE TRN-EMP-NUMBER TO LST-EMP-NUMBER
                   MOVE TRN-EMP-NAME TO LST-EMP-NAME
                   MOVE PND-KEYED-BY TO LST-KEYED-BY
                   MOVE LIST-DETAIL-LINE TO WORK-LINE
                   PERFORM 8000-ADD-DISPLAY-LINE
               END-IF
           ELSE
               MOVE 'Y' TO BROWSE-DONE-SW
           END-IF.
      *********
      *********  SHOW ONE ITEM IN FULL SO THE REVIEWER SEES EXACTLY
      *********  WHAT WILL BE APPLIED BEFORE APPROVING IT.
      *********
       2000-SHOW-PENDING.
           PERFORM 7000-READ-PENDING.
           IF PEND-FOUND
               PERFORM 7100-DISPLAY-ITEM
           END-IF.
      *********
      *********  APPROVE AN ITEM: IT MUST STILL BE PENDING AND MUST
      *********  HAVE BEEN KEYED BY SOMEONE ELSE.  THE PENDING RECORD
      *********  IS REWRITTEN AS APPROVED FIRST, THEN THE TRANSACTION
      *********  - STAMPED WITH THE APPROVER - IS QUEUED TO TRNQ.  TRNQ
      *********  IS EXTRAPARTITION AND NOT RECOVERABLE, SO IF THE
      *********  QUEUE WRITE FAILS THE REWRITE IS ROLLED BACK AND THE
      *********  ITEM STAYS PENDING; IF IT WORKS THE DECISION IS
      *********  COMMITTED AT ONCE.
      *********
       3000-APPROVE-PENDING.
           PERFORM 7050-READ-PENDING-UPDATE THRU 7050-EXIT.
           IF NOT PEND-FOUND
               GO TO 3000-EXIT.
           IF PND-KEYED-BY = APR-USERID
               EXEC CICS UNLOCK
                   FILE ('MNTPEND')
                   RESP (APR-RESP)
               END-EXEC
               MOVE 'YOU KEYED THIS ITEM - ANOTHER SUPERVISOR MUST APPRO
      -            'VE IT' TO WORK-LINE
               PERFORM 8000-ADD-DISPLAY-LINE
               GO TO 3000-EXIT.
           PERFORM 7200-STAMP-REVIEW.
           MOVE 'A' TO PND-STATUS.
           MOVE PND-TRANSACTION TO MAINT-TRANSACTION.
           MOVE APR-USERID TO TRN-APPROVED-BY.
           MOVE MAINT-TRANSACTION TO PND-TRANSACTION.
           EXEC CICS REWRITE
               FILE ('MNTPEND')
               FROM (MAINT-PENDING-RECORD)
               RESP (APR-RESP)
           END-EXEC.
           IF NOT APR-RESP-NORMAL
               MOVE 'PENDING FILE REWRITE ERROR - NOT APPROVED'
                   TO WORK-LINE
               PERFORM 8000-ADD-DISPLAY-LINE
               GO TO 3000-EXIT.
           MOVE LENGTH OF MAINT-TRANSACTION TO APR-TDQ-LENGTH.
           EXEC CICS WRITEQ TD
               QUEUE ('TRNQ')
               FROM (MAINT-TRANSACTION)
               LENGTH (APR-TDQ-LENGTH)
               RESP (APR-RESP)
           END-EXEC.
           IF NOT APR-RESP-NORMAL
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 'TRANSACTION QUEUE WRITE ERROR - NOT APPROVED'
                   TO WORK-LINE
               PERFORM 8000-ADD-DISPLAY-LINE
               GO TO 3000-EXIT.
           EXEC CICS SYNCPOINT
           END-EXEC.
           PERFORM 7100-DISPLAY-ITEM.
           MOVE 'APPROVED - QUEUED FOR NIGHTLY BATCH APPLY'
               TO WORK-LINE.
           PERFORM 8000-ADD-DISPLAY-LINE.
       3000-EXIT.
           EXIT.
      *********
      *********  REJECT AN ITEM: IT MUST STILL BE PENDING AND A REASON
      *********  IS REQUIRED.  THE TRANSACTION IS NEVER QUEUED.
      *********
       4000-REJECT-PENDING.
           IF APR-REASON = SPACES
               MOVE 'A REJECTION REASON IS REQUIRED AFTER THE ID'
                   TO WORK-LINE
               PERFORM 8000-ADD-DISPLAY-LINE
               GO TO 4000-EXIT.
           PERFORM 7050-READ-PENDING-UPDATE THRU 7050-EXIT.
           IF NOT PEND-FOUND
               GO TO 4000-EXIT.
           PERFORM 7200-STAMP-REVIEW.
           MOVE 'R' TO PND-STATUS.
           MOVE APR-REASON TO PND-REJECT-REASON.
           EXEC CICS REWRITE
               FILE ('MNTPEND')
               FROM (MAINT-PENDING-RECORD)
               RESP (APR-RESP)
           END-EXEC.
           IF NOT APR-RESP-NORMAL
               MOVE 'PENDING FILE REWRITE ERROR - NOT REJECTED'
                   TO WORK-LINE
               PERFORM 8000-ADD-DISPLAY-LINE
               GO TO 4000-EXIT.
           PERFORM 7100-DISPLAY-ITEM.
           MOVE 'REJECTED - WILL NOT BE APPLIED' TO WORK-LINE.
           PERFORM 8000-ADD-DISPLAY-LINE.
       4000-EXIT.
           EXIT.
      *********
      *********  READ ONE PENDING ITEM BY ITS ID FOR DISPLAY.
      *********
       7000-READ-PENDING.
           MOVE 'N' TO PEND-FOUND-SW.
           EXEC CICS READ
               FILE ('MNTPEND')
               INTO (MAINT-PENDING-RECORD)
               RIDFLD (APR-PEND-ID)
               RESP (APR-RESP)
               RESP2 (APR-RESP2)
           END-EXEC.
           EVALUATE TRUE
               WHEN APR-RESP-NORMAL
                   MOVE 'Y' TO PEND-FOUND-SW
               WHEN APR-RESP-NOTFND
                   MOVE 'NO PENDING ITEM WITH THAT ID' TO WORK-LINE
                   PERFORM 8000-ADD-DISPLAY-LINE
               WHEN OTHER
                   MOVE 'PENDING FILE READ ERROR' TO WORK-LINE
                   PERFORM 8000-ADD-DISPLAY-LINE
           END-EVALUATE.
      *********
      *********  READ ONE PENDING ITEM FOR UPDATE.  AN ITEM ALREADY
      *********  DECIDED IS RELEASED AND REPORTED AS NOT FOUND FOR
      *********  THIS PURPOSE, SO NOTHING IS DECIDED TWICE.
      *********
       7050-READ-PENDING-UPDATE.
           MOVE 'N' TO PEND-FOUND-SW.
           EXEC CICS READ
               FILE ('MNTPEND')
               INTO (MAINT-PENDING-RECORD)
               RIDFLD (APR-PEND-ID)
               UPDATE
               RESP (APR-RESP)
               RESP2 (APR-RESP2)
           END-EXEC.
           IF APR-RESP-NOTFND
               MOVE 'NO PENDING ITEM WITH THAT ID' TO WORK-LINE
               PERFORM 8000-ADD-DISPLAY-LINE
               GO TO 7050-EXIT.
           IF NOT APR-RESP-NORMAL
               MOVE 'PENDING FILE READ ERROR' TO WORK-LINE
               PERFORM 8000-ADD-DISPLAY-LINE
               GO TO 7050-EXIT.
           IF NOT PND-PENDING
               EXEC CICS UNLOCK
                   FILE ('MNTPEND')
                   RESP (APR-RESP)
               END-EXEC
               PERFORM 7100-DISPLAY-ITEM
               MOVE 'ITEM WAS ALREADY DECIDED - NO ACTION TAKEN'
                   TO WORK-LINE
               PERFORM 8000-ADD-DISPLAY-LINE
               GO TO 7050-EXIT.
           MOVE 'Y' TO PEND-FOUND-SW.
       7050-EXIT.
           EXIT.
      *********
      *********  FORMAT THE PENDING ITEM NOW IN THE RECORD AREA.
      *********
       7100-DISPLAY-ITEM.
           MOVE PND-TRANSACTION TO MAINT-TRANSACTION.
           MOVE PND-KEY TO SHW-PEND-ID.
           EVALUATE TRUE
               WHEN PND-PENDING
                   MOVE 'PENDING' TO SHW-STATUS
               WHEN PND-APPROVED
                   MOVE 'APPROVED' TO SHW-STATUS
               WHEN PND-REJECTED
                   MOVE 'REJECTED' TO SHW-STATUS
               WHEN OTHER
                   MOVE PND-STATUS TO SHW-STATUS
           END-EVALUATE.
           MOVE SHOW-ID-LINE TO WORK-LINE.
           PERFORM 8000-ADD-DISPLAY-LINE.
           MOVE PND-KEYED-BY TO SHW-KEYED-BY.
           MOVE PND-KEYED-DATE TO SHW-KEYED-DATE.
           MOVE PND-KEYED-TIME TO SHW-KEYED-TIME.
           MOVE SHOW-KEYED-LINE TO WORK-LINE.
           PERFORM 8000-ADD-DISPLAY-LINE.
           IF NOT PND-PENDING
               MOVE PND-REVIEWED-BY TO SHW-REVIEWED-BY
               MOVE PND-REVIEWED-DATE TO SHW-REVIEWED-DATE
               MOVE PND-REVIEWED-TIME TO SHW-REVIEWED-TIME
               MOVE PND-REJECT-REASON TO SHW-REJECT-REASON
               MOVE SHOW-REVIEW-LINE TO WORK-LINE
               PERFORM 8000-ADD-DISPLAY-LINE
           END-IF.
           MOVE TRN-ACTION TO SHW-ACTION.
           MOVE TRN-EMP-NUMBER TO SHW-EMP-NUMBER.
           MOVE TRN-TYPE-CODE TO SHW-TYPE-CODE.
           MOVE TRN-REGION-CODE TO SHW-REGION-CODE.
           MOVE TRN-EMP-NAME TO SHW-EMP-NAME.
           MOVE SHOW-TRAN-LINE TO WORK-LINE.
           PERFORM 8000-ADD-DISPLAY-LINE.
           MOVE TRN-HOURS TO SHW-HOURS.
           MOVE TRN-RATE TO SHW-RATE.
           MOVE TRN-SALARY TO SHW-SALARY.
           MOVE TRN-SALES-AMOUNT TO SHW-SALES-AMOUNT.
           MOVE TRN-NATL-TAX-WITHOLD-PCT TO SHW-WITHOLD-PCT.
           MOVE SHOW-PAY-LINE TO WORK-LINE.
           PERFORM 8000-ADD-DISPLAY-LINE.
           MOVE TRN-HIRE-DATE TO SHW-HIRE-DATE.
           MOVE TRN-TERM-DATE TO SHW-TERM-DATE.
           MOVE TRN-XFR-OLD-REGION TO SHW-XFR-OLD-REGION.
           MOVE TRN-MGR-SHARE-PCT TO SHW-MGR-SHARE-PCT.
           MOVE SHOW-DATE-LINE TO WORK-LINE.
           PERFORM 8000-ADD-DISPLAY-LINE.
           MOVE TRN-ADDRESS TO SHW-ADDRESS.
           MOVE SHOW-ADDR-LINE TO WORK-LINE.
           PERFORM 8000-ADD-DISPLAY-LINE.
      *********
      *********  STAMP THE REVIEWER AND THE TIME OF THE DECISION.
      *********
       7200-STAMP-REVIEW.
           EXEC CICS ASKTIME
               ABSTIME (APR-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME (APR-ABSTIME)
               YYYYMMDD (APR-DATE)
               TIME (APR-TIME)
           END-EXEC.
           MOVE APR-USERID TO PND-REVIEWED-BY.
           MOVE APR-DATE TO PND-REVIEWED-DATE.
           MOVE APR-TIME TO PND-REVIEWED-TIME.
      *********
      *********  COLLECT A LINE INTO THE DISPLAY BLOCK.  LINES PAST
      *********  THE BLOCK'S CAPACITY ARE DROPPED - THE BROWSE LIMIT
      *********  KEEPS A NORMAL REPLY WELL INSIDE IT.
      *********
       8000-ADD-DISPLAY-LINE.
           IF DISPLAY-LINE-COUNT < 14
               ADD 1 TO DISPLAY-LINE-COUNT
               MOVE WORK-LINE TO DISPLAY-LINE (DISPLAY-LINE-COUNT)
           END-IF.
           MOVE SPACES TO WORK-LINE.
      *********
       8100-SEND-DISPLAY.
           COMPUTE DISPLAY-LENGTH = DISPLAY-LINE-COUNT * 80.
           IF DISPLAY-LENGTH = 0
               MOVE 'NO DATA TO DISPLAY' TO WORK-LINE
               PERFORM 8000-ADD-DISPLAY-LINE
               COMPUTE DISPLAY-LENGTH = DISPLAY-LINE-COUNT * 80
           END-IF.
           EXEC CICS SEND TEXT
               FROM (DISPLAY-AREA)
               LENGTH (DISPLAY-LENGTH)
               ERASE
               FREEKB
           END-EXEC.
