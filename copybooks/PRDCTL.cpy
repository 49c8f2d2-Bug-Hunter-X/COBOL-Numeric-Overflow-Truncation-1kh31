      ******************************************************************
      *    PRDCTL.CPY                                                 *
      *    RECORD LAYOUT FOR THE ACCOUNTING PERIOD CONTROL FILE       *
      *    (PRDCTL), AN INDEXED FILE KEYED BY PERIOD (YYYYMM).        *
      *    MAINTAINED BY TRNPMNT.  A PERIOD IS OPEN, CLOSING (THE     *
      *    LEDGER CLOSE IS UNDER WAY - POSTINGS STILL ACCEPTED), OR   *
      *    CLOSED.  A CLOSED PERIOD CARRIES THE DATE IT WAS CLOSED    *
      *    AND WHO CLOSED IT; ONCE CLOSED, TRNACUM REJECTS OR ROLLS   *
      *    FORWARD DETAILS DATED INTO IT, TRNPOST REFUSES TO POST     *
      *    INTO IT, TRNREVR RE-DATES BACKOUTS OF ITS DAYS INTO THE    *
      *    CURRENT OPEN PERIOD, AND TRNCHKR FLAGS ANY STEP THAT       *
      *    STILL WROTE INTO IT.  A PERIOD NOT ON THE FILE IS OPEN.    *
      ******************************************************************
       01  PRD-RECORD.
           05  PRD-PERIOD              PIC X(06).
           05  PRD-STATUS              PIC X(01).
               88  PRD-OPEN                    VALUE 'O'.
               88  PRD-CLOSING                 VALUE 'P'.
               88  PRD-CLOSED                  VALUE 'C'.
           05  PRD-CLOSED-DATE         PIC 9(08).
           05  PRD-CLOSED-BY           PIC X(08).
           05  PRD-MAINT-DATE          PIC 9(08).
           05  PRD-MAINT-BY            PIC X(08).
           05  FILLER                  PIC X(21).
