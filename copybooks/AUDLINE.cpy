      *    AUD-EFF-DATE IS THE BUSINESS DATE THE DETAIL WAS APPLIED   *
      *    UNDER (THE RUN DATE WHEN THE DETAIL CARRIED NONE), SO A    *
      *    REVERSAL REGENERATED FROM THE TRAIL OFFSETS THE SAME       *
      *    BUSINESS DAY.  A TYPE P LINE FOLLOWS THE DETAIL LINE OF A  *
      *    DETAIL WHOSE DATE FELL IN A CLOSED PERIOD AND WAS ROLLED   *
      *    FORWARD: IT CARRIES THE ORIGINAL DATE AND THE DATE USED.   *
      ******************************************************************
       01  AUDIT-LINE.
           05  AUD-RUN-DATE            PIC 9(08).
           05  AUD-LINE-TYPE           PIC X(01).
               88  AUD-TYPE-DETAIL             VALUE 'D'.
               88  AUD-TYPE-SUMMARY            VALUE 'S'.
               88  AUD-TYPE-ROLL               VALUE 'P'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-DETAIL.
               10  AUD-KEY             PIC X(10).
               10  FILLER              PIC X(03) VALUE SPACES.
           05  AUD-SUMMARY REDEFINES AUD-DETAIL.
               10  AUD-SUM-TEXT        PIC X(60).
           05  AUD-ROLL REDEFINES AUD-DETAIL.
               10  AUD-ROLL-KEY        PIC X(10).
               10  FILLER              PIC X(01).
               10  AUD-ROLL-ACCOUNT    PIC X(08).
               10  FILLER              PIC X(01).
               10  AUD-ROLL-FROM-DATE  PIC X(08).
               10  FILLER              PIC X(01).
               10  AUD-ROLL-TO-DATE    PIC X(08).
               10  FILLER              PIC X(23).
