      ******************************************************************
      *                                                                *
      *  ODFC                                                          *
      *  RECORD LAYOUT FOR THE DIRECT DEPOSIT ORIGIN CARD (ACHPARM)    *
      *  READ BY WBCI1280.  ONE 80-CHARACTER CARD CARRIES WHAT THE     *
      *  COMPANY'S BANK ASSIGNED FOR ITS ACH FILES: THE IMMEDIATE      *
      *  DESTINATION (A SPACE AND THE BANK'S 9-DIGIT ROUTING NUMBER,   *
      *  WHOSE FIRST 8 DIGITS ARE ALSO THE ORIGINATING BANK ID ON THE  *
      *  BATCH AND THE TRACE NUMBERS), THE IMMEDIATE ORIGIN, THE TWO   *
      *  NAMES FOR THE FILE HEADER AND THE COMPANY IDENTIFICATION.     *
      *  THE FIRST 16 CHARACTERS OF THE ORIGIN NAME ARE THE COMPANY    *
      *  NAME ON THE BATCH.  A BANK CHANGE IS A NEW CARD, NOT A        *
      *  PROGRAM CHANGE.                                               *
      *                                                                *
      ******************************************************************
       01  ACH-ORIGIN-CARD.
           05  ODF-IMMED-DEST.
               10  FILLER                  PIC X(1).
               10  ODF-ODFI-ID             PIC X(8).
               10  ODF-ODFI-CHECK-DIGIT    PIC X(1).
           05  ODF-IMMED-ORIGIN            PIC X(10).
           05  ODF-DEST-NAME               PIC X(23).
           05  ODF-ORIGIN-NAME             PIC X(23).
           05  ODF-COMPANY-ID              PIC X(10).
           05  FILLER                      PIC X(4).
