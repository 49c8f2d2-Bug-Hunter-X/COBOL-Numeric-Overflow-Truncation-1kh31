      ******************************************************************
      *    HOLDREC.CPY                                                *
      *    RECORD LAYOUT FOR THE CREDIT-LIMIT HOLDS FILE (HOLDFILE),  *
      *    AN INDEXED FILE KEYED BY TRAN-KEY AND TRAN-CODE.  TRNACUM  *
      *    WRITES A DETAIL HERE INSTEAD OF APPLYING IT WHEN IT WOULD  *
      *    TAKE ITS ACCOUNT PAST REF-CREDIT-LIMIT AND THE ACCOUNT'S   *
      *    TREATMENT IS HOLD.  HLD-ORIG-RECORD IS THE DETAIL AS READ. *
      *    HLD-BASE-NET IS THE DETAIL'S NET IN BASE CURRENCY AND      *
      *    HLD-PROJECTED-BALANCE THE BALANCE IT WOULD HAVE LEFT.      *
      *    A SUPERVISOR RELEASES OR DECLINES EACH HOLD THROUGH        *
      *    TRNHREL, WHICH FEEDS RELEASED DETAILS BACK TO TRNACUM.     *
      *    HLD-RELEASE-STATUS: SPACE = AWAITING DECISION,             *
      *    R = RELEASED, D = DECLINED.                                *
      ******************************************************************
       01  HLD-RECORD.
           05  HLD-KEY.
               10  HLD-TRAN-KEY        PIC X(10).
               10  HLD-TRAN-CODE       PIC X(02).
           05  HLD-ACCOUNT             PIC X(08).
           05  HLD-ORIG-RECORD         PIC X(80).
           05  HLD-RUN-DATE            PIC 9(08).
           05  HLD-JOB-ID              PIC X(08).
           05  HLD-BASE-NET            PIC S9(7)V99   COMP-3.
           05  HLD-PROJECTED-BALANCE   PIC S9(9)V99   COMP-3.
           05  HLD-CREDIT-LIMIT        PIC S9(7)V99   COMP-3.
           05  HLD-RELEASE-STATUS      PIC X(01).
               88  HLD-AWAITING                VALUE SPACE.
               88  HLD-RELEASED                VALUE 'R'.
               88  HLD-DECLINED                VALUE 'D'.
           05  HLD-RELEASE-DATE        PIC 9(08).
           05  HLD-RELEASED-BY         PIC X(08).
           05  FILLER                  PIC X(20).
