      *  WBCI1210 BATCH APPLY RUNS - IMMEDIATELY, VIA THE SHARED       *
      *  CWXTEDTC SUBROUTINE - PLUS A MASTER-FILE EXISTENCE CHECK,     *
      *  WHILE THE VALUE CAN STILL BE FIXED.  AN ACCEPTED TRANSACTION  *
      *  IS WRITTEN TO THE MNTPEND PENDING FILE WITH THE KEYING USER   *
      *  ID AND TIMESTAMP - NOT TO TRANFILE.  IT REACHES THE TRNQ      *
      *  QUEUE (THE TRANFILE DATASET THE NIGHTLY WBCI1210 RUN          *
      *  APPLIES) ONLY WHEN A DIFFERENT SUPERVISOR APPROVES IT ON THE  *
      *  WBCA TRANSACTION (WBCI1245), SO NO PAY RATE, SALARY,          *
      *  WITHHOLDING OR TERMINATION CHANGE IS APPLIED ON ONE PERSON'S  *
      *  SAY.  THE BATCH APPLY AND ITS AUDIT REPORT REMAIN THE         *
      *  AUTHORITATIVE PATH - THIS TRANSACTION ONLY STOPS THE          *
      *  NEXT-MORNING REJECT-AND-REKEY LOOP.                           *
      *                                                                *
      *  TRANSACTION INPUT:                                            *
      *                                                                *
      *  CICS FILES: EMPMAST - EMPLOYEE MASTER KSDS (EMPC LAYOUT,      *
      *                        KEYED ON EMP-NUMBER)                    *
      *              MNTPEND - PENDING MAINTENANCE KSDS (PNDC LAYOUT,  *
      *                        KEYED ON THE PENDING ID)                *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *  RECORD LAYOUTS FOR THE MAINTENANCE TRANSACTION, THE CWXTEDTC  *
      *  EDIT RESULT AREA, THE EMPLOYEE MASTER RECORD AND THE PENDING  *
      *  MAINTENANCE RECORD.                                           *
      ******************************************************************
       COPY TRNC.
       COPY EDTC.
       COPY EMPC.
       COPY PNDC.
      ******************************************************************
       01  ENT-INPUT-AREA.
           05  ENT-TRANID          PIC X(4).
           05  FILLER              PIC X(1).
           05  ENT-TRAN-DATA       PIC X(120).
       01  ENT-INPUT-LENGTH        PIC S9(4)    USAGE COMP.
       01  ENT-RESP                PIC S9(8)    USAGE COMP.
           88  ENT-RESP-NORMAL                  VALUE 0.
           88  ENT-RESP-NOTFND                  VALUE 13.
           88  ENT-RESP-DUPREC                  VALUE 14.
       01  ENT-RESP2               PIC S9(8)    USAGE COMP.
       01  ENT-USERID              PIC X(8).
       01  ENT-ABSTIME             PIC S9(15)   USAGE COMP-3.
       01  SWITCHES.
           05  ENT-VALID-SW        PIC X        VALUE 'Y'.
               88  ENT-VALID                    VALUE 'Y'.
           05  ACC-LINE-ACTION     PIC X(3).
           05  FILLER              PIC X(1)     VALUE SPACES.
           05  ACC-LINE-EMP-NUM    PIC X(5).
           05  FILLER              PIC X(30)
               VALUE ' - PENDING APPROVAL, ID '.
           05  ACC-LINE-PEND-ID    PIC X(18).
           05  FILLER              PIC X(14)    VALUE SPACES.
       PROCEDURE DIVISION.
      *                                                                *
      ******      0000-MAINLINE                                   ******
      *********
      *********  RUN THE SHARED FIELD EDITS, THEN THE MASTER-FILE
      *********  EXISTENCE CHECK THE BATCH APPLY WOULD MAKE, AND
      *********  HOLD THE TRANSACTION FOR APPROVAL ONLY WHEN BOTH
      *********  PASS.  THE REJECT CODE AND TEXT SHOWN ARE THE ONES
      *********  AUDITRPT WOULD HAVE PRINTED THE NEXT MORNING.
      *********
       1000-EDIT-AND-QUEUE.
           MOVE 'Y' TO ENT-VALID-SW.
               END-IF
           END-IF.
           IF ENT-VALID
               PERFORM 3000-WRITE-PENDING
           END-IF.
      *********
      *********  AN ADD MUST NOT MATCH AN EMPLOYEE ALREADY ON THE
      *********  MASTER; A CHG, TRM, DEL OR BNK MUST MATCH ONE.  THE
      *********  SAME R10/R11 REASONS THE BATCH APPLY USES ARE SHOWN
      *********  HERE SO THE SUPERVISOR FIXES THE KEY NOW, NOT
      *********  TOMORROW.  A BNK'S ROUTING CHECK DIGIT IS EDITED BY
      *********  CWXTEDTC, SO A MISKEYED ROUTING NUMBER IS CAUGHT AT
      *********  THE TERMINAL.
      *********
       2000-CHECK-MASTER.
           EXEC CICS READ
                   PERFORM 8000-ADD-DISPLAY-LINE
           END-EVALUATE.
      *********
      *********  HOLD THE ACCEPTED TRANSACTION ON THE MNTPEND FILE
      *********  AS PENDING, STAMPED WITH THE SIGNED-ON USER AND THE
      *********  TIME KEYED.  THE USER ID IS ALSO CARRIED ON THE
      *********  TRANSACTION ITSELF SO WBCI1210 CAN PROVE IT WAS
      *********  APPROVED BY SOMEONE ELSE.  TWO ENTRIES FROM ONE
      *********  TERMINAL IN THE SAME SECOND COLLIDE ON THE KEY; THE
      *********  SECOND IS SIMPLY REKEYED.
      *********
       3000-WRITE-PENDING.
           EXEC CICS ASSIGN
               USERID (ENT-USERID)
           END-EXEC.
           EXEC CICS ASKTIME
               ABSTIME (ENT-ABSTIME)
           END-EXEC.
           MOVE SPACES TO MAINT-PENDING-RECORD.
           EXEC CICS FORMATTIME
               ABSTIME (ENT-ABSTIME)
               YYYYMMDD (PND-KEYED-DATE)
               TIME (PND-KEYED-TIME)
           END-EXEC.
           MOVE EIBTRMID TO PND-KEYED-TERMID.
           MOVE 'P' TO PND-STATUS.
           MOVE ENT-USERID TO PND-KEYED-BY.
           MOVE ENT-USERID TO TRN-KEYED-BY.
           MOVE SPACES TO TRN-APPROVED-BY.
           MOVE MAINT-TRANSACTION TO PND-TRANSACTION.
           EXEC CICS WRITE
               FILE ('MNTPEND')
               FROM (MAINT-PENDING-RECORD)
               RIDFLD (PND-KEY)
               RESP (ENT-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN ENT-RESP-NORMAL
                   MOVE TRN-ACTION TO ACC-LINE-ACTION
                   MOVE TRN-EMP-NUMBER TO ACC-LINE-EMP-NUM
                   MOVE PND-KEY TO ACC-LINE-PEND-ID
                   MOVE ENT-ACCEPT-LINE TO WORK-LINE
                   PERFORM 8000-ADD-DISPLAY-LINE
                   MOVE 'A SECOND SUPERVISOR MUST APPROVE IT ON WBCA'
                       TO WORK-LINE
                   PERFORM 8000-ADD-DISPLAY-LINE
               WHEN ENT-RESP-DUPREC
                   MOVE 'ENTRY COLLIDED WITH ANOTHER - PLEASE REENTER'
                       TO WORK-LINE
                   PERFORM 8000-ADD-DISPLAY-LINE
               WHEN OTHER
                   MOVE 'PENDING FILE WRITE ERROR - NOT ACCEPTED'
                       TO WORK-LINE
                   PERFORM 8000-ADD-DISPLAY-LINE
           END-EVALUATE.
      *********
      *********  COLLECT A LINE INTO THE DISPLAY BLOCK.
      *********
