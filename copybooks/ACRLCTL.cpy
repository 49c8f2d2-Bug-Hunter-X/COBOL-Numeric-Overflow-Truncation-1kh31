      ******************************************************************
      *    ACRLCTL.CPY                                                *
      *    RECORD LAYOUT FOR THE ACCRUAL CONTROL FILE (ACRLCTL), AN   *
      *    INDEXED FILE KEYED BY ACCOUNT NUMBER, KEPT BY TRNACRL.     *
      *    EACH ACCOUNT'S RECORD SAYS HOW FAR INTEREST HAS BEEN       *
      *    ACCRUED (ACL-THRU-DATE), WHICH PERIOD LAST HAD ITS         *
      *    MONTHLY FEE DECIDED (ACL-FEE-PERIOD), AND THE TRAN-KEY     *
      *    THE LAST RUN GAVE THE ACCOUNT'S ACCRUAL DETAILS.  THE      *
      *    PRIOR-THRU-DATE AND PRIOR-FEE-PERIOD HOLD THE POSITION     *
      *    BEFORE THAT RUN, SO A RERUN FOR THE SAME ACCRUAL DATE      *
      *    STARTS FROM THE SAME POINT AND REISSUES THE SAME KEYS -    *
      *    TRNACUM'S DUPLICATE CHECK (TRNHIST) THEN REFUSES WHICHEVER *
      *    COPY ARRIVES SECOND.  A PRIOR-THRU-DATE OF ZERO MEANS THE  *
      *    ACCOUNT'S FIRST ACCRUAL (ONE DAY).                         *
      *    THE RECORD KEYED ******** IS NOT AN ACCOUNT: IT HOLDS THE  *
      *    LAST TRAN-KEY SEQUENCE NUMBER ISSUED, REWRITTEN AS EACH    *
      *    KEY IS TAKEN SO A KEY IS NEVER ISSUED TWICE.               *
      ******************************************************************
       01  ACL-RECORD.
           05  ACL-ACCOUNT             PIC X(08).
               88  ACL-SEQUENCE-RECORD         VALUE "********".
           05  ACL-ACCRUAL-FIELDS.
               10  ACL-THRU-DATE       PIC 9(08).
               10  ACL-FEE-PERIOD      PIC X(06).
               10  ACL-TRAN-KEY        PIC X(10).
               10  ACL-RUN-DATE        PIC 9(08).
               10  ACL-PRIOR-THRU-DATE PIC 9(08).
               10  ACL-PRIOR-FEE-PERIOD
                                       PIC X(06).
               10  FILLER              PIC X(26).
           05  ACL-SEQUENCE-FIELDS REDEFINES ACL-ACCRUAL-FIELDS.
               10  ACL-LAST-SEQUENCE   PIC 9(09).
               10  FILLER              PIC X(63).
