      *    TRNSTMT READS IT BACK TO PRINT AN ACCOUNT'S DAY-BY-DAY     *
      *    MOVEMENT OVER A REQUESTED DATE RANGE.  AMOUNTS ARE         *
      *    PACKED DECIMAL (COMP-3) LIKE THE BALANCE MASTER FIELDS     *
      *    THEY ARE COPIED FROM.  HST-RUN-DATE IS THE ACCT-RUN-DATE   *
      *    OF THE TRNACUM RUN THAT PRODUCED THE POSTING (THE SAME     *
      *    VALUE TRNPOST STAMPS IN BAL-LAST-RUN-DATE), SO TRNBALR     *
      *    CAN REBUILD THE BALANCE MASTER AS IT STOOD AFTER ANY       *
      *    DAY'S RUNS; RECORDS FROM BEFORE THE FIELD EXISTED CARRY    *
      *    SPACES THERE.                                              *
      ******************************************************************
       01  HST-RECORD.
           05  HST-ACCOUNT             PIC X(08).
           05  HST-POST-DATE           PIC 9(08).
           05  HST-POSTED-AMOUNT       PIC S9(7)V99   COMP-3.
           05  HST-NEW-BALANCE         PIC S9(9)V99   COMP-3.
           05  HST-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(05).
