      *    BELONGS TO.  A SOURCE FILE DELIVERED A DAY LATE STILL     *
      *    POSTS, EXTRACTS, AND REPORTS UNDER ITS OWN BUSINESS DAY.  *
      *    SPACES OR ZEROES TAKE THE RUN DATE (THE OLD BEHAVIOR).    *
      *    A SUSPENSE-CLEARING RECORD (TYPE S) IS WRITTEN BY TRNRSUB *
      *    FOR EVERY REJECT IT RESUBMITS OR DROPS THAT TRNACUM HAD   *
      *    BOOKED TO THE SUSPENSE LEDGER ACCOUNT.  IT CARRIES THE    *
      *    REJECT'S TRAN-KEY AND ACCOUNT, THE REJECTING RUN'S DATE   *
      *    IN TRAN-ORIG-RUN-DATE, AND THE NET BOOKED IN              *
      *    TRAN-SUSPENSE-AMOUNT; TRNACUM REVERSES THE BOOKING FROM   *
      *    IT.  IT IS NOT A DETAIL AND IS NEVER COUNTED AS ONE.      *
      *    A TRAILER MAY ALSO CARRY A CONTROL AMOUNT: THE SUM OF     *
      *    TRAN-AMOUNT-1 AND TRAN-AMOUNT-2 OVER THE SOURCE'S         *
      *    DETAILS AS KEYED (BEFORE CONVERSION).  TRAN-CONTROL-FLAG  *
      *    'Y' SAYS THE AMOUNT IS PRESENT; ANYTHING ELSE MEANS THE   *
      *    SOURCE SENDS A COUNT ONLY.                                *
      *    TRAN-LIMIT-RELEASE 'Y' MARKS A DETAIL HELD OVER ITS        *
      *    ACCOUNT'S CREDIT LIMIT AND RELEASED BY A SUPERVISOR        *
      *    (TRNHREL).  TRNACUM HONORS IT ONLY ON A RE-FED DETAIL      *
      *    (TRAN-ORIG-RUN-DATE SET) AND THEN SKIPS THE LIMIT CHECK.   *
      ******************************************************************
       01  TRAN-RECORD.
           05  TRAN-TYPE               PIC X(01).
               88  TRAN-TYPE-HEADER            VALUE 'H'.
               88  TRAN-TYPE-DETAIL            VALUE 'D'.
               88  TRAN-TYPE-TRAILER           VALUE 'T'.
               88  TRAN-TYPE-SUSPENSE          VALUE 'S'.
           05  TRAN-KEY                PIC X(10).
           05  TRAN-ACCOUNT            PIC X(08).
           05  TRAN-AMOUNT-1           PIC S9(5)V99   COMP-3.
           05  TRAN-CURRENCY-CODE      PIC X(03).
           05  TRAN-CODE               PIC X(02).
           05  TRAN-EFF-DATE           PIC 9(08).
           05  TRAN-SUSPENSE-AMOUNT    PIC S9(7)V99   COMP-3.
           05  TRAN-CONTROL-AMOUNT     PIC S9(9)V99   COMP-3.
           05  TRAN-CONTROL-FLAG       PIC X(01).
               88  TRAN-CONTROL-AMOUNT-SENT    VALUE 'Y'.
           05  TRAN-LIMIT-RELEASE      PIC X(01).
               88  TRAN-LIMIT-RELEASED         VALUE 'Y'.
           05  FILLER                  PIC X(02).
