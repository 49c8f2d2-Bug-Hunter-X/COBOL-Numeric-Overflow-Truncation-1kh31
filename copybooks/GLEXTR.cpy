      *    SUMS GL-AMOUNT ACROSS THE WHOLE FILE STILL SEES THE       *
      *    DAY'S NET.  SOURCE NET LINES LEAVE THE VOUCHER COLUMNS    *
      *    SPACES.                                                   *
      *    SUSPENSE LINES ARE WRITTEN LIKE VOUCHER LINES: SOURCE     *
      *    COLUMN SUSPENSE FOR A REJECTED AMOUNT BOOKED TO THE       *
      *    SUSPENSE LEDGER ACCOUNT, SUSPCLEAR FOR ITS REVERSAL WHEN  *
      *    THE REJECT IS RESUBMITTED OR DROPPED.  EACH PAIR NETS TO  *
      *    ZERO AND CARRIES THE RUN DATE, NOT A BUSINESS DATE.       *
      ******************************************************************
       01  GL-EXTRACT-LINE.
           05  GL-RUN-DATE             PIC 9(08).
