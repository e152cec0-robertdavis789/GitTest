      ******************************************************************
      *                                                                *
      *  PNDC                                                          *
      *  RECORD LAYOUT FOR THE PENDING MAINTENANCE FILE (MNTPEND), A   *
      *  RECOVERABLE KSDS OF 220-CHARACTER RECORDS.  THE WBCE ENTRY    *
      *  TRANSACTION (WBCI1240) WRITES EVERY TRANSACTION THAT PASSES   *
      *  ITS EDITS HERE AS PENDING ('P'), WITH THE KEYING USER ID AND  *
      *  TIMESTAMP.  THE WBCA APPROVAL TRANSACTION (WBCI1245) LETS A   *
      *  DIFFERENT SUPERVISOR APPROVE ('A') OR REJECT ('R') IT; ONLY   *
      *  AN APPROVAL QUEUES THE TRANSACTION TO TRNQ FOR THE NIGHTLY    *
      *  WBCI1210 APPLY.  DECIDED RECORDS STAY ON THE FILE WITH THE    *
      *  REVIEWER AND TIME AS THE RECORD OF THE DECISION.  WBCI1215    *
      *  REPORTS WHAT IS STILL PENDING AT BATCH CUTOFF.                *
      *                                                                *
      *  THE KEY IS THE KEYED DATE AND TIME AND THE KEYING TERMINAL,   *
      *  SO THE FILE BROWSES IN THE ORDER THE ITEMS WERE KEYED.  THE   *
      *  18-CHARACTER KEY IS THE PENDING ID THE SUPERVISORS QUOTE ON   *
      *  WBCA.                                                         *
      *                                                                *
      ******************************************************************
       01  MAINT-PENDING-RECORD.
           05  PND-KEY.
               10  PND-KEYED-DATE          PIC X(8).
               10  PND-KEYED-TIME          PIC X(6).
               10  PND-KEYED-TERMID        PIC X(4).
           05  PND-STATUS                  PIC X(1).
               88  PND-PENDING             VALUE 'P'.
               88  PND-APPROVED            VALUE 'A'.
               88  PND-REJECTED            VALUE 'R'.
           05  PND-KEYED-BY                PIC X(8).
           05  PND-REVIEWED-BY             PIC X(8).
           05  PND-REVIEWED-DATE           PIC X(8).
           05  PND-REVIEWED-TIME           PIC X(6).
           05  PND-REJECT-REASON           PIC X(30).
           05  PND-TRANSACTION             PIC X(120).
           05  FILLER                      PIC X(21).
