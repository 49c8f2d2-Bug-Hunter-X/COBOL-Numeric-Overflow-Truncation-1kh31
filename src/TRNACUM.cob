      *                EDIT AND SAYS SO ON CTLRPT, THE SAME WAY THE   *
      *                DUPLICATE CHECK DEGRADES WHEN TRNHIST IS       *
      *                UNAVAILABLE.                                   *
      *    2026-10-15  REJECTED AMOUNTS NOW BOOK TO SUSPENSE.  A $$   *
      *                LINE ON COAMAP NAMES THE SUSPENSE LEDGER       *
      *                ACCOUNT (DEBIT COLUMN) AND ITS OFFSET ACCOUNT  *
      *                (CREDIT COLUMN).  EACH REJECTED DETAIL WHOSE   *
      *                AMOUNTS CAN BE READ IN BASE CURRENCY POSTS ITS *
      *                NET AS A BALANCED PAIR (DEBIT SUSPENSE, CREDIT *
      *                OFFSET, SOURCE COLUMN SUSPENSE) UNDER THE RUN  *
      *                DATE, AND THE NET RIDES REJFILE IN REJ-        *
      *                SUSPENSE-AMOUNT.  A SUSPENSE-CLEARING RECORD   *
      *                (TYPE S, FROM TRNRSUB) POSTS THE REVERSING     *
      *                PAIR UNDER SOURCE COLUMN SUSPCLEAR.  A REJECT  *
      *                BOOKED TO SUSPENSE NO LONGER WITHHOLDS THE GL  *
      *                EXTRACT AND ACCTOTLS - ONLY A REJECT THAT      *
      *                COULD NOT BE BOOKED STILL DOES.  THE UNBOOKED  *
      *                COUNT RIDES THE TYPE-K CHECKPOINT RECORD, AND  *
      *                A CLEARING TAKES ITS OWN CHECKPOINT (CHKPT-    *
      *                LAST-TYPE TELLS RESTART WHICH RECORD THE KEY   *
      *                BELONGS TO).                                   *
      *    2026-10-15  ACCOUNTING PERIOD LOCK. EACH ACCEPTED DETAIL'S *
      *                EFFECTIVE DATE IS CHECKED AGAINST THE PERIOD   *
      *                CONTROL FILE (PRDCTL, MAINTAINED BY TRNPMNT).  *
      *                PARMFILE "CLOSEPRD REJECT" (THE DEFAULT)       *
      *                REJECTS A DETAIL DATED INTO A CLOSED PERIOD TO *
      *                ERRRPT/REJFILE (REASON EFFECTIVE PERIOD        *
      *                CLOSED); "CLOSEPRD ROLL" APPLIES IT UNDER THE  *
      *                FIRST OPEN WEEKDAY AFTER THE CLOSED PERIOD,    *
      *                NOTING BOTH DATES ON EXCPRPT AND ON A TYPE-P   *
      *                AUDITLOG LINE AFTER THE DETAIL LINE. THE       *
      *                ROLLED AND CLOSED-PERIOD REJECT COUNTS PRINT   *
      *                ON CTLRPT AND RIDE THE TYPE-K CHECKPOINT       *
      *                RECORD (IN THE KEY COLUMNS). THE EARLIEST      *
      *                BUSINESS DATE WRITTEN TO THE GL EXTRACT OR     *
      *                ACCTOTLS GOES ON THE RUNSTAT RECORD FOR        *
      *                TRNCHKR. WITHOUT PRDCTL EVERY PERIOD IS        *
      *                TREATED AS OPEN AND CTLRPT SAYS SO.            *
      *    2026-10-15  BUSINESS-DAY EDIT. A DETAIL WHOSE OWN TRAN-    *
      *                EFF-DATE IS PAST THE RUN DATE, OR FALLS ON A   *
      *                WEEKEND OR HOLIDAY OF THE BUSINESS-DAY         *
      *                CALENDAR (CALENDAR, MAINTAINED BY TRNCMNT), IS *
      *                REJECTED TO ERRRPT/REJFILE WITH ITS OWN REASON *
      *                UNLESS ITS TRAN-CODE IS ON A PARMFILE "ANYDATE *
      *                CC" LINE. WITHOUT THE CALENDAR MONDAY-FRIDAY   *
      *                IS ASSUMED AND CTLRPT SAYS SO. THE DATE-REJECT *
      *                COUNT RIDES CHKPT-SUM ON THE TYPE-K CHECKPOINT *
      *                RECORD. CLOSEPRD ROLL NOW LANDS ON THE FIRST   *
      *                BUSINESS DAY OF THE OPEN PERIOD BY THE         *
      *                CALENDAR.                                      *
      *    2026-10-15  EXPECTED-SOURCE REGISTRY. A LINE-SEQUENTIAL    *
      *                SRCREG LISTS EACH SOURCE ID, THE WEEKDAYS IT   *
      *                SENDS, WHETHER IT SENDS ON HOLIDAYS, WHETHER   *
      *                IT IS REQUIRED, AND ITS NORMAL DETAIL COUNT    *
      *                AND APPLIED-TOTAL RANGES. CTLRPT LISTS A       *
      *                REGISTERED SOURCE EXPECTED ON THE EFFECTIVE    *
      *                DATE THAT SENT NO FILE AS MISSING, AND FLAGS   *
      *                AN UNREGISTERED SOURCE OR ONE OUTSIDE ITS      *
      *                RANGES. A MISSING REQUIRED SOURCE WITHHOLDS    *
      *                THE GL EXTRACT AND ACCTOTLS LIKE A COUNT       *
      *                MISMATCH. A TRAILER MAY NOW CARRY A CONTROL    *
      *                AMOUNT (TRAN-CONTROL-AMOUNT), PROVED AGAINST   *
      *                THE SOURCE'S DETAIL AMOUNTS AS RECEIVED; A     *
      *                DIFFERENCE IS A SOURCE RECONCILIATION          *
      *                EXCEPTION. THE RECEIVED TOTAL RIDES THE TYPE-S *
      *                CHECKPOINT RECORD. A REVERSAL RUN DOES NOT     *
      *                CHECK THE REGISTRY.                            *
      *    2026-10-15  POSTED-DETAIL FILE. EVERY APPLIED DETAIL IS    *
      *                WRITTEN TO THE INDEXED PSTDTL (PSTDTL.CPY,     *
      *                KEYED ACCOUNT, BUSINESS DATE, TRAN-KEY, TRAN-  *
      *                CODE) WITH ITS SOURCE, ORIGINAL CURRENCY AND   *
      *                AMOUNTS, BASE AMOUNTS AND NET, AND THE RUN     *
      *                DATE AND JOB ID, FOR THE TRNDINQ DRILL-DOWN.   *
      *                IT IS WRITTEN AHEAD OF THE CHECKPOINT AND A    *
      *                RESTART REWRITES AN EXISTING KEY. WITHOUT THE  *
      *                FILE THE RUN GOES ON AND CTLRPT SAYS SO.       *
      *    2026-10-15  CREDIT LIMIT CHECK. A DEBIT DETAIL FOR AN      *
      *                ACCOUNT WHOSE ACTREF LIMIT TREATMENT IS R, H   *
      *                OR A IS CHECKED AGAINST THE BALANCE IT WOULD   *
      *                LEAVE (BALMSTR CURRENT BALANCE PLUS THE RUN'S  *
      *                ACCUMULATED TOTAL FOR THE ACCOUNT PLUS THE     *
      *                DETAIL). PAST THE LIMIT, R REJECTS IT TO       *
      *                REJFILE (CREDIT LIMIT EXCEEDED), H WRITES IT   *
      *                TO THE NEW INDEXED HOLDFILE (HOLDREC.CPY) FOR  *
      *                SUPERVISOR RELEASE THROUGH TRNHREL, AND A      *
      *                APPLIES IT AND LISTS IT ON EXCPRPT. A REVERSAL *
      *                RUN AND A RELEASED DETAIL ARE NOT CHECKED. THE *
      *                COUNTS RIDE A NEW TYPE-L CHECKPOINT RECORD.    *
      *    2026-10-15  A HOLD KEY ALREADY ON HOLDFILE IS REWRITTEN    *
      *                ONLY ON A RESTART (STILL AWAITING, SAME RUN    *
      *                DATE AND JOB ID); OTHERWISE THE DECIDED OR     *
      *                EARLIER HOLD IS KEPT AND THE DETAIL IS         *
      *                REJECTED AS A DUPLICATE CREDIT LIMIT HOLD.     *
      *    2026-10-15  A SUSPENSE CLEARING THAT CANNOT BE POSTED NOW  *
      *                WITHHOLDS THE GL EXTRACT AND ACCTOTLS; ITS     *
      *                COUNT RIDES CHKPT-SUM ON THE TYPE-L CHECKPOINT *
      *                RECORD.                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNACUM.
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT POSTED-DETAIL-FILE ASSIGN TO PSTDTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PDT-KEY
               FILE STATUS IS WS-PDT-STATUS.

           SELECT HOLD-FILE ASSIGN TO HOLDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HLD-STATUS.

           SELECT BALANCE-MASTER ASSIGN TO BALMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-ACCOUNT
               FILE STATUS IS WS-BAL-STATUS.

           SELECT DUPLICATE-REPORT-FILE ASSIGN TO DUPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.

           SELECT SOURCE-REGISTRY-FILE ASSIGN TO SRCREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO PRDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-PERIOD
               FILE STATUS IS WS-PRD-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT ACCOUNT-WORK-FILE ASSIGN TO ACCTWRK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               88  CHKPT-CURRENCY-ENTRY        VALUE 'X'.
               88  CHKPT-GLACCT-ENTRY          VALUE 'G'.
               88  CHKPT-COUNTER-ENTRY         VALUE 'K'.
               88  CHKPT-LIMIT-ENTRY           VALUE 'L'.
           05  CHKPT-LAST-KEY          PIC X(10).
           05  CHKPT-COUNTER-KEY REDEFINES CHKPT-LAST-KEY.
               10  CHKPT-ROLLED-COUNT  PIC 9(07) COMP-3.
               10  CHKPT-PERIOD-REJ-COUNT
                                       PIC 9(07) COMP-3.
               10  FILLER              PIC X(02).
           05  CHKPT-LIMIT-KEY REDEFINES CHKPT-LAST-KEY.
               10  CHKPT-LIMIT-REJ-COUNT
                                       PIC 9(07) COMP-3.
               10  CHKPT-LIMIT-HOLD-COUNT
                                       PIC 9(07) COMP-3.
               10  FILLER              PIC X(02).
           05  CHKPT-RECORD-COUNT      PIC 9(7).
           05  CHKPT-SUM               PIC S9(7)V99 COMP-3.
           05  CHKPT-EXTENSION         PIC X(19).
           05  CHKPT-RESTART-FIELDS REDEFINES CHKPT-EXTENSION.
               10  CHKPT-ORIG-MODE     PIC X(10).
               10  CHKPT-ORIG-ASOF     PIC 9(08).
               10  CHKPT-LAST-TYPE     PIC X(01).
           05  CHKPT-COUNTER-FIELDS REDEFINES CHKPT-EXTENSION.
               10  CHKPT-EDIT-REJECT-COUNT
                                       PIC 9(07).
                                       PIC 9(07).
               10  CHKPT-SIZE-ERROR-FLAG
                                       PIC X(01).
               10  CHKPT-UNBOOKED-COUNT
                                       PIC 9(07) COMP-3.
           05  CHKPT-ACCOUNT-FIELDS REDEFINES CHKPT-EXTENSION.
               10  CHKPT-ACCT-EFF-DATE PIC 9(08).
               10  FILLER              PIC X(11).
               10  CHKPT-EXW-TYPE      PIC X(01).
               10  CHKPT-EXW-SIDE      PIC X(01).
               10  FILLER              PIC X(09).
           05  CHKPT-SOURCE-FIELDS REDEFINES CHKPT-EXTENSION.
               10  CHKPT-SRC-RECEIVED  PIC S9(9)V99 COMP-3.
               10  FILLER              PIC X(13).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       FD  TRAN-HISTORY-FILE.
       COPY TRNHIST.

       FD  POSTED-DETAIL-FILE.
       COPY PSTDTL.

       FD  HOLD-FILE.
       COPY HOLDREC.

       FD  BALANCE-MASTER.
       COPY BALMSTR.

       FD  DUPLICATE-REPORT-FILE
           RECORDING MODE IS F.
       01  DUPLICATE-REPORT-RECORD     PIC X(80).
           05  MAP-CREDIT-ACCOUNT      PIC X(08).
           05  FILLER                  PIC X(60).

      ******************************************************************
      *    SOURCE REGISTRY, ONE LINE PER SOURCE SYSTEM THAT FEEDS     *
      *    TRANFILE.  REG-DAYS HOLDS ONE BYTE PER WEEKDAY, MONDAY     *
      *    FIRST ('Y' = A FILE IS EXPECTED THAT DAY).  REG-ON-HOLIDAY *
      *    'Y' KEEPS THE SOURCE EXPECTED ON A CALENDAR HOLIDAY.       *
      *    REG-REQUIRED 'R' (OR SPACE) MAKES A MISSING FILE WITHHOLD  *
      *    THE GL EXTRACT AND ACCTOTLS; 'O' ONLY REPORTS IT.  THE     *
      *    COUNT AND AMOUNT RANGES ARE THE NORMAL DAY'S DETAILS AND   *
      *    APPLIED BASE-CURRENCY TOTAL.  A ZERO MAXIMUM COUNT, OR A   *
      *    ZERO MINIMUM AND MAXIMUM AMOUNT, SWITCHES THAT RANGE OFF.  *
      *    AN * IN COLUMN 1 IS A COMMENT.                             *
      ******************************************************************
       FD  SOURCE-REGISTRY-FILE
           RECORDING MODE IS F.
       01  SOURCE-REGISTRY-RECORD.
           05  REG-SOURCE-ID           PIC X(10).
           05  FILLER                  PIC X(01).
           05  REG-DAYS                PIC X(07).
           05  FILLER                  PIC X(01).
           05  REG-ON-HOLIDAY          PIC X(01).
           05  FILLER                  PIC X(01).
           05  REG-REQUIRED            PIC X(01).
           05  FILLER                  PIC X(01).
           05  REG-MIN-COUNT           PIC 9(07).
           05  FILLER                  PIC X(01).
           05  REG-MAX-COUNT           PIC 9(07).
           05  FILLER                  PIC X(01).
           05  REG-MIN-AMOUNT          PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  REG-MAX-AMOUNT          PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(16).

       FD  PERIOD-CONTROL-FILE.
       COPY PRDCTL.

       FD  CALENDAR-FILE.
       COPY CALNDR.

      ******************************************************************
      *    SCRATCH FILES PRIVATE TO THE RUN.  EACH IS EMPTIED AT      *
      *    INITIALIZATION (A RESTART REFILLS THEM FROM CHKPTFILE,     *
      ******************************************************************
      *    EXTRACT BUCKETS, ONE PER EFFECTIVE DATE: TYPE S ENTRIES    *
      *    CARRY A SOURCE SYSTEM'S NET FOR THE BUSINESS DATE, TYPE G  *
      *    ENTRIES A LEDGER ACCOUNT'S DEBIT OR CREDIT VOUCHER SIDE,   *
      *    TYPE U AND V ENTRIES THE SUSPENSE BOOKING AND CLEARING     *
      *    SIDES (UNDER THE RUN DATE).  THE KEY ORDER IS THE ORDER    *
      *    THE EXTRACT IS WRITTEN IN.                                 *
      ******************************************************************
       FD  EXTRACT-WORK-FILE.
       01  EXW-RECORD.
               10  EXW-SIDE            PIC X(01).
           05  EXW-AMOUNT              PIC S9(7)V99 COMP-3.

      ******************************************************************
      *    SWK-TOTAL IS THE SOURCE'S APPLIED BASE-CURRENCY NET.       *
      *    SWK-RECEIVED-TOTAL IS EVERY DETAIL'S AMOUNTS AS KEYED,     *
      *    REJECTS AND DUPLICATES INCLUDED, FOR THE TRAILER'S         *
      *    CONTROL AMOUNT (SWK-CONTROL-AMOUNT) TO BE PROVED AGAINST.  *
      ******************************************************************
       FD  SOURCE-WORK-FILE.
       01  SWK-RECORD.
           05  SWK-ID                  PIC X(10).
           05  SWK-EXPECTED            PIC 9(7) COMP.
           05  SWK-TOTAL               PIC S9(7)V99 COMP-3.
           05  SWK-CLOSED-FLAG         PIC X(01).
           05  SWK-RECEIVED-TOTAL      PIC S9(9)V99 COMP-3.
           05  SWK-CONTROL-AMOUNT      PIC S9(9)V99 COMP-3.
           05  SWK-CONTROL-FLAG        PIC X(01).
               88  SWK-CONTROL-AMOUNT-SENT     VALUE 'Y'.

       FD  CURRENCY-WORK-FILE.
       01  CWK-RECORD.
               88  WS-REFERENCE-AVAILABLE      VALUE 'Y'.
           05  WS-ACCT-EDIT-FLAG       PIC X(01) VALUE 'Y'.
               88  WS-ACCOUNT-ACCEPTED         VALUE 'Y'.
           05  WS-SUSP-BOOKED-FLAG     PIC X(01) VALUE 'N'.
               88  WS-SUSPENSE-BOOKED          VALUE 'Y'.
           05  WS-PRD-AVAIL-FLAG       PIC X(01) VALUE 'N'.
               88  WS-PERIOD-CONTROL-AVAILABLE VALUE 'Y'.
           05  WS-PRD-CLOSED-FLAG      PIC X(01) VALUE 'N'.
               88  WS-LOOKUP-PERIOD-CLOSED     VALUE 'Y'.
           05  WS-PRD-REJECT-FLAG      PIC X(01) VALUE 'N'.
               88  WS-PERIOD-REJECTED          VALUE 'Y'.
           05  WS-DATE-ROLLED-FLAG     PIC X(01) VALUE 'N'.
               88  WS-DATE-ROLLED              VALUE 'Y'.
           05  WS-CAL-AVAIL-FLAG       PIC X(01) VALUE 'N'.
               88  WS-CALENDAR-AVAILABLE       VALUE 'Y'.
           05  WS-BUSINESS-DAY-FLAG    PIC X(01) VALUE 'N'.
               88  WS-IS-BUSINESS-DAY          VALUE 'Y'.
           05  WS-DATE-REJECT-FLAG     PIC X(01) VALUE 'N'.
               88  WS-EFF-DATE-FUTURE          VALUE 'F'.
               88  WS-EFF-DATE-NON-BUSINESS    VALUE 'H'.
               88  WS-EFF-DATE-REJECTED        VALUE 'F' 'H'.
           05  WS-ANYDATE-FLAG         PIC X(01) VALUE 'N'.
               88  WS-ANYDATE-CODE             VALUE 'Y'.
           05  WS-SRC-MISSING-FLAG     PIC X(01) VALUE 'N'.
               88  WS-SRC-MISSING              VALUE 'Y'.
           05  WS-PDT-AVAIL-FLAG       PIC X(01) VALUE 'N'.
               88  WS-POSTED-DETAIL-AVAILABLE  VALUE 'Y'.
           05  WS-PDT-ERROR-FLAG       PIC X(01) VALUE 'N'.
               88  WS-POSTED-DETAIL-ERROR      VALUE 'Y'.
           05  WS-HLD-AVAIL-FLAG       PIC X(01) VALUE 'N'.
               88  WS-HOLD-FILE-AVAILABLE      VALUE 'Y'.
           05  WS-HLD-ERROR-FLAG       PIC X(01) VALUE 'N'.
               88  WS-HOLD-FILE-ERROR          VALUE 'Y'.
           05  WS-BAL-AVAIL-FLAG       PIC X(01) VALUE 'N'.
               88  WS-BALANCE-MASTER-OPEN      VALUE 'Y'.
               88  WS-BALANCE-MASTER-EMPTY     VALUE 'Z'.
               88  WS-BALANCE-MASTER-AVAILABLE VALUE 'Y' 'Z'.
           05  WS-LIMIT-ACTION-FLAG    PIC X(01) VALUE 'N'.
               88  WS-LIMIT-ALLOWED            VALUE 'A'.
               88  WS-LIMIT-REJECTED           VALUE 'R' 'D'.
               88  WS-LIMIT-HELD               VALUE 'H'.
               88  WS-LIMIT-DUPLICATE-HOLD     VALUE 'D'.
           05  WS-PROJECT-EOF-FLAG     PIC X(01) VALUE 'N'.
               88  WS-PROJECT-EOF              VALUE 'Y'.

       01  WS-EDIT-LIMITS.
           05  WS-MAX-TRAN-AMOUNT      PIC S9(5)V99 VALUE 50000.00.
           05  WS-ASOF-DATE            PIC 9(08) VALUE ZEROES.
           05  WS-EFFECTIVE-DATE       PIC 9(08) VALUE ZEROES.
           05  WS-DETAIL-EFF-DATE      PIC 9(08) VALUE ZEROES.
           05  WS-CLOSED-PERIOD-ACTION PIC X(06) VALUE "REJECT".
               88  WS-CLOSED-PERIOD-REJECT     VALUE "REJECT".
               88  WS-CLOSED-PERIOD-ROLL       VALUE "ROLL".

       01  WS-PARM-WORK.
           05  WS-PARM-KEYWORD         PIC X(08).
       01  WS-CHECKPOINT-FIELDS.
           05  WS-CHKPT-STATUS         PIC X(02).
           05  WS-RESTART-KEY          PIC X(10).
           05  WS-RESTART-TYPE         PIC X(01).

       01  WS-AUDIT-STATUS             PIC X(02).

       01  WS-HIST-STATUS              PIC X(02).

       01  WS-PDT-STATUS               PIC X(02).

       01  WS-HLD-STATUS               PIC X(02).

       01  WS-BAL-STATUS               PIC X(02).

       01  WS-REJ-STATUS               PIC X(02).

       01  WS-REF-STATUS               PIC X(02).

       01  WS-COA-STATUS               PIC X(02).

       01  WS-PRD-STATUS               PIC X(02).

       01  WS-CAL-STATUS               PIC X(02).

       01  WS-REG-STATUS               PIC X(02).

      ******************************************************************
      *    ACCOUNTING PERIOD LOCK.  THE LAST PERIOD LOOKED UP ON      *
      *    PRDCTL IS HELD SO A FILE OF DETAILS FOR ONE DAY COSTS ONE  *
      *    READ.  WS-EARLIEST-DATE IS THE EARLIEST BUSINESS DATE THE  *
      *    RUN ACTUALLY WROTE TO THE GL EXTRACT OR ACCTOTLS; IT RIDES *
      *    RUNSTAT SO TRNCHKR CAN PROVE NOTHING LANDED IN A CLOSED    *
      *    PERIOD.                                                    *
      ******************************************************************
       01  WS-PERIOD-CONTROL.
           05  WS-LOOKUP-PERIOD        PIC X(06) VALUE SPACES.
           05  WS-CACHED-PERIOD        PIC X(06) VALUE SPACES.
           05  WS-ROLL-FROM-DATE       PIC 9(08) VALUE ZEROES.
           05  WS-ROLL-GUARD           PIC 9(03) COMP VALUE ZEROES.
           05  WS-WEEK-WORK            PIC 9(07) VALUE ZEROES.
           05  WS-WEEKDAY              PIC 9(01) VALUE ZEROES.
           05  WS-ROLLED-COUNT         PIC 9(7) VALUE ZEROES.
           05  WS-PERIOD-REJECT-COUNT  PIC 9(7) VALUE ZEROES.
           05  WS-EARLIEST-DATE        PIC 9(08) VALUE ZEROES.
           05  WS-ROLL-DAY-GUARD       PIC 9(03) COMP VALUE ZEROES.

      ******************************************************************
      *    CREDIT LIMIT.  THE ACCOUNT'S LIMIT AND TREATMENT ARE TAKEN *
      *    FROM ACTREF BY THE ACCOUNT EDIT.  A DEBIT DETAIL IS        *
      *    CHECKED AGAINST THE BALANCE IT WOULD LEAVE: BALMSTR'S      *
      *    CURRENT BALANCE PLUS EVERYTHING THIS RUN HAS ALREADY       *
      *    ACCUMULATED FOR THE ACCOUNT (EVERY BUSINESS DATE ON        *
      *    ACCTWRK) PLUS THE DETAIL'S OWN NET.                        *
      ******************************************************************
       01  WS-CREDIT-LIMIT-CONTROL.
           05  WS-ACCT-CREDIT-LIMIT    PIC S9(7)V99 COMP-3 VALUE ZEROES.
           05  WS-ACCT-LIMIT-TREATMENT PIC X(01) VALUE SPACE.
               88  WS-ACCT-LIMIT-REJECT        VALUE 'R'.
               88  WS-ACCT-LIMIT-HOLD          VALUE 'H'.
               88  WS-ACCT-LIMIT-ENFORCED      VALUE 'R' 'H' 'A'.
           05  WS-DETAIL-NET           PIC S9(7)V99 COMP-3 VALUE ZEROES.
           05  WS-PROJECTED-BALANCE    PIC S9(9)V99 COMP-3 VALUE ZEROES.
           05  WS-LIMIT-REJECT-COUNT   PIC 9(7) VALUE ZEROES.
           05  WS-LIMIT-HOLD-COUNT     PIC 9(7) VALUE ZEROES.
           05  WS-LIMIT-ALLOW-COUNT    PIC 9(7) VALUE ZEROES.
           05  WS-HOLD-SAVE            PIC X(169) VALUE SPACES.

       01  WS-LIMIT-MESSAGE.
           05  WS-LIM-MSG-TEXT         PIC X(22).
           05  FILLER                  PIC X(11) VALUE " PROJECTED ".
           05  WS-LIM-MSG-PROJECTED    PIC -(9)9.99.
           05  FILLER                  PIC X(07) VALUE " LIMIT ".
           05  WS-LIM-MSG-LIMIT        PIC Z(6)9.99.
           05  FILLER                  PIC X(06) VALUE SPACES.

      ******************************************************************
      *    BUSINESS-DAY EDIT.  A DETAIL'S OWN EFFECTIVE DATE MAY NOT  *
      *    BE PAST THE RUN DATE OR FALL ON A WEEKEND OR HOLIDAY OF    *
      *    THE BUSINESS-DAY CALENDAR, UNLESS ITS TRAN-CODE IS ON THE  *
      *    PARMFILE ANYDATE LIST.  THE LAST DATE LOOKED UP IS HELD.   *
      ******************************************************************
       01  WS-CALENDAR-CONTROL.
           05  WS-CACHED-CAL-DATE      PIC 9(08) VALUE ZEROES.
           05  WS-CACHED-CAL-FLAG      PIC X(01) VALUE 'N'.
           05  WS-DATE-REJECT-COUNT    PIC 9(7) VALUE ZEROES.
           05  WS-OFF-CALENDAR-COUNT   PIC 9(7) VALUE ZEROES.
           05  WS-ANY-LIMIT            PIC 9(4) COMP VALUE 20.
           05  WS-ANY-COUNT            PIC 9(4) COMP VALUE ZEROES.
           05  WS-ANY-SUB              PIC 9(4) COMP VALUE ZEROES.

       01  WS-ANYDATE-TABLE.
           05  WS-ANY-CODE             PIC X(02) OCCURS 20 TIMES.

      ******************************************************************
      *    SOURCE REGISTRY (SRCREG).  THE DAY OF THE WEEK AND THE     *
      *    HOLIDAY TEST ARE TAKEN FROM THE RUN'S EFFECTIVE DATE.  AN  *
      *    ENTRY IS MARKED SEEN WHEN ITS SOURCE IS REPORTED, SO THE   *
      *    ENTRIES LEFT UNSEEN ARE THE FILES THAT NEVER ARRIVED.      *
      ******************************************************************
       01  WS-REGISTRY-CONTROL.
           05  WS-REG-LIMIT            PIC 9(4) COMP VALUE 50.
           05  WS-REG-COUNT            PIC 9(4) COMP VALUE ZEROES.
           05  WS-REG-SUB              PIC 9(4) COMP VALUE ZEROES.
           05  WS-REG-MATCH            PIC 9(4) COMP VALUE ZEROES.
           05  WS-REG-EOF-FLAG         PIC X(01) VALUE 'N'.
               88  WS-REG-EOF                  VALUE 'Y'.
           05  WS-REG-FOUND-FLAG       PIC X(01) VALUE 'N'.
               88  WS-REG-FOUND                VALUE 'Y'.
           05  WS-REG-HOLIDAY-FLAG     PIC X(01) VALUE 'N'.
               88  WS-REG-HOLIDAY              VALUE 'Y'.
           05  WS-REG-DAY-NO           PIC 9(01) VALUE ZEROES.
           05  WS-REG-UNREGISTERED-COUNT
                                       PIC 9(7) VALUE ZEROES.
           05  WS-REG-RANGE-COUNT      PIC 9(7) VALUE ZEROES.
           05  WS-REG-MISSING-COUNT    PIC 9(7) VALUE ZEROES.

       01  WS-REGISTRY-TABLE.
           05  WS-REG-ENTRY OCCURS 50 TIMES.
               10  WS-REG-ID           PIC X(10).
               10  WS-REG-DAYS         PIC X(07).
               10  WS-REG-ON-HOLIDAY   PIC X(01).
               10  WS-REG-REQUIRED     PIC X(01).
               10  WS-REG-MIN-COUNT    PIC 9(7) COMP.
               10  WS-REG-MAX-COUNT    PIC 9(7) COMP.
               10  WS-REG-MIN-AMOUNT   PIC S9(9)V99 COMP-3.
               10  WS-REG-MAX-AMOUNT   PIC S9(9)V99 COMP-3.
               10  WS-REG-SEEN         PIC X(01).

       01  WS-COA-CONTROL.
           05  WS-COA-LIMIT            PIC 9(4) COMP VALUE 100.
           05  WS-COA-COUNT            PIC 9(4) COMP VALUE ZEROES.
                                       VALUE ZEROES.
           05  WS-UNMAPPED-COUNT       PIC 9(7) VALUE ZEROES.

      ******************************************************************
      *    SUSPENSE ACCOUNTS FROM THE $$ LINE OF COAMAP.  SPACES      *
      *    MEANS NO SUSPENSE BOOKING: EVERY REJECT THEN WITHHOLDS     *
      *    THE GL EXTRACT, AS BEFORE.                                 *
      ******************************************************************
       01  WS-SUSPENSE-CONTROL.
           05  WS-SUSP-ACCOUNT         PIC X(08) VALUE SPACES.
           05  WS-SUSP-OFFSET-ACCOUNT  PIC X(08) VALUE SPACES.
           05  WS-SUSP-NET             PIC S9(7)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-SUSP-BOOKED-AMOUNT   PIC S9(9)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-SUSP-CLEARED-AMOUNT  PIC S9(9)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-SUSP-UNPOSTED-COUNT  PIC 9(7) VALUE ZEROES.

       01  WS-COA-TABLE.
           05  WS-COA-ENTRY OCCURS 100 TIMES.
               10  WS-COA-CODE         PIC X(02).
               10  WS-COA-CREDIT       PIC X(08).

       01  WS-EXTRACT-WORK-FIELDS.
           05  WS-EXW-APPLY-DATE       PIC 9(08) VALUE ZEROES.
           05  WS-EXW-APPLY-TYPE       PIC X(01) VALUE SPACE.
           05  WS-EXW-APPLY-ID         PIC X(10) VALUE SPACES.
           05  WS-EXW-APPLY-SIDE       PIC X(01) VALUE SPACE.
           05  WS-RESUB-COUNT          PIC 9(7) VALUE ZEROES.
           05  WS-RECONCILE-COUNT      PIC 9(7) VALUE ZEROES.
           05  WS-DUP-REJECT-COUNT     PIC 9(7) VALUE ZEROES.
           05  WS-UNBOOKED-REJECT-COUNT
                                       PIC 9(7) VALUE ZEROES.

       01  WS-RATE-STATUS              PIC X(02).

           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SRC-RPT-TOTAL        PIC -(7)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SRC-RPT-FLAG         PIC X(15) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SRC-RPT-REG-FLAG     PIC X(15) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  WS-SOURCE-AMOUNT-LINE.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "CONTROL  ".
           05  WS-SRC-AMT-CONTROL      PIC -(9)9.99.
           05  FILLER                  PIC X(11) VALUE "  RECEIVED ".
           05  WS-SRC-AMT-RECEIVED     PIC -(9)9.99.
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-ACCOUNT-CONTROL.
           05  WS-ACCT-COUNT           PIC 9(7) COMP VALUE ZEROES.
                   END-IF
               END-IF
               PERFORM 1200-OPEN-HISTORY
               IF NOT WS-MODE-REPORT-ONLY
                   PERFORM 1210-OPEN-POSTED-DETAIL
                   PERFORM 1220-OPEN-HOLD-FILE
               END-IF
               PERFORM 1250-OPEN-REFERENCE
               PERFORM 1270-OPEN-PERIOD-CONTROL
               PERFORM 1280-OPEN-CALENDAR
               PERFORM 1290-OPEN-BALANCE-MASTER
               PERFORM 1150-OPEN-WORK-FILES
               IF WS-WORK-FILE-ERROR
                   SET WS-EOF TO TRUE
               ELSE
                   PERFORM 1300-LOAD-RATE-TABLE
                   PERFORM 1400-LOAD-COA-MAP
                   PERFORM 1450-LOAD-SOURCE-REGISTRY
                   IF WS-MODE-RESTART
                       PERFORM 1100-LOAD-CHECKPOINT
                   END-IF
                   END-IF
               WHEN "LIMIT"
                   PERFORM 1058-LOAD-LIMIT-TIER
               WHEN "CLOSEPRD"
                   IF WS-PARM-OPERANDS(1:6) = "REJECT"
                           OR WS-PARM-OPERANDS(1:6) = "ROLL"
                       MOVE WS-PARM-OPERANDS(1:6)
                           TO WS-CLOSED-PERIOD-ACTION
                   ELSE
                       MOVE "PARM CLOSEPRD NOT REJECT/ROLL - IGNORED"
                           TO CONTROL-REPORT-RECORD
                       WRITE CONTROL-REPORT-RECORD
                   END-IF
               WHEN "ANYDATE"
                   IF WS-PARM-OPERANDS(1:2) NOT = SPACES
                           AND WS-ANY-COUNT < WS-ANY-LIMIT
                       ADD 1 TO WS-ANY-COUNT
                       MOVE WS-PARM-OPERANDS(1:2)
                           TO WS-ANY-CODE(WS-ANY-COUNT)
                   ELSE
                       MOVE "PARM ANYDATE LINE DROPPED - SEE PARMFILE"
                           TO CONTROL-REPORT-RECORD
                       WRITE CONTROL-REPORT-RECORD
                   END-IF
               WHEN "RATEAGE"
                   IF WS-PARM-OPERANDS(1:3) NUMERIC
                       MOVE WS-PARM-OPERANDS(1:3)
                   TO CONTROL-REPORT-RECORD
           END-IF
           WRITE CONTROL-REPORT-RECORD
           MOVE SPACES TO CONTROL-REPORT-RECORD
           IF WS-CLOSED-PERIOD-ROLL
               MOVE "PARM CLOSEPRD ROLL - CLOSED DATES ROLL FORWARD"
                   TO CONTROL-REPORT-RECORD
           ELSE
               MOVE "PARM CLOSEPRD REJECT - CLOSED DATES REJECTED"
                   TO CONTROL-REPORT-RECORD
           END-IF
           WRITE CONTROL-REPORT-RECORD
           PERFORM 1067-ECHO-ANYDATE-CODE
               VARYING WS-ANY-SUB FROM 1 BY 1
               UNTIL WS-ANY-SUB > WS-ANY-COUNT
           PERFORM 1065-ECHO-LIMIT-TIER
               VARYING WS-LIM-SUB FROM 1 BY 1
               UNTIL WS-LIM-SUB > WS-LIM-COUNT
           MOVE WS-PARM-ECHO-LINE TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD.

       1067-ECHO-ANYDATE-CODE.
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "PARM ANYDATE " WS-ANY-CODE(WS-ANY-SUB)
                  " - FUTURE/NON-BUSINESS DATES ACCEPTED"
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD.

       1100-LOAD-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHKPT-STATUS = "00"
                   MOVE CHKPT-SUM TO WS-SUM
                   MOVE CHKPT-RECORD-COUNT TO WS-RECORD-COUNT
                   MOVE CHKPT-LAST-KEY TO WS-RESTART-KEY
                   MOVE CHKPT-LAST-TYPE TO WS-RESTART-TYPE
                   SET WS-RESTART-MODE TO TRUE
                   IF CHKPT-ORIG-MODE = "REVERSAL"
                       SET WS-BACKOUT-RUN TO TRUE
                       MOVE CHKPT-RECORD-COUNT TO SWK-DETAIL-COUNT
                       MOVE ZEROES TO SWK-EXPECTED
                       MOVE 'N' TO SWK-CLOSED-FLAG
                       IF CHKPT-SRC-RECEIVED NUMERIC
                           MOVE CHKPT-SRC-RECEIVED
                               TO SWK-RECEIVED-TOTAL
                       ELSE
                           MOVE ZEROES TO SWK-RECEIVED-TOTAL
                       END-IF
                       MOVE ZEROES TO SWK-CONTROL-AMOUNT
                       MOVE 'N' TO SWK-CONTROL-FLAG
                       WRITE SWK-RECORD
                       IF WS-SWK-STATUS NOT = "00"
                           SET WS-WORK-FILE-ERROR TO TRUE
                       IF CHKPT-SIZE-ERROR-FLAG = 'Y'
                           SET WS-SIZE-ERROR TO TRUE
                       END-IF
                       IF CHKPT-UNBOOKED-COUNT NUMERIC
                           MOVE CHKPT-UNBOOKED-COUNT
                               TO WS-UNBOOKED-REJECT-COUNT
                       ELSE
                           MOVE CHKPT-EDIT-REJECT-COUNT
                               TO WS-UNBOOKED-REJECT-COUNT
                       END-IF
                       IF CHKPT-ROLLED-COUNT NUMERIC
                           MOVE CHKPT-ROLLED-COUNT TO WS-ROLLED-COUNT
                       END-IF
                       IF CHKPT-PERIOD-REJ-COUNT NUMERIC
                           MOVE CHKPT-PERIOD-REJ-COUNT
                               TO WS-PERIOD-REJECT-COUNT
                       END-IF
                       IF CHKPT-SUM NUMERIC
                           MOVE CHKPT-SUM TO WS-DATE-REJECT-COUNT
                       END-IF
                   END-IF
                   IF CHKPT-LIMIT-ENTRY
                       MOVE CHKPT-RECORD-COUNT TO WS-LIMIT-ALLOW-COUNT
                       MOVE CHKPT-LIMIT-REJ-COUNT
                           TO WS-LIMIT-REJECT-COUNT
                       MOVE CHKPT-LIMIT-HOLD-COUNT
                           TO WS-LIMIT-HOLD-COUNT
                       IF CHKPT-SUM NUMERIC
                           MOVE CHKPT-SUM TO WS-SUSP-UNPOSTED-COUNT
                       END-IF
                   END-IF
           END-READ.

               WRITE EXCEPTION-RECORD
           END-IF.

      ******************************************************************
      *    THE POSTED-DETAIL FILE IS THE DRILL-DOWN TRAIL ONLY - THE  *
      *    TOTALS DO NOT DEPEND ON IT, SO WITHOUT IT THE RUN GOES ON  *
      *    AND SAYS SO ON EXCPRPT AND CTLRPT.                         *
      ******************************************************************
       1210-OPEN-POSTED-DETAIL.
           OPEN I-O POSTED-DETAIL-FILE
           IF WS-PDT-STATUS = "35"
               OPEN OUTPUT POSTED-DETAIL-FILE
               CLOSE POSTED-DETAIL-FILE
               OPEN I-O POSTED-DETAIL-FILE
           END-IF
           IF WS-PDT-STATUS = "00"
               SET WS-POSTED-DETAIL-AVAILABLE TO TRUE
           ELSE
               IF WS-PDT-STATUS NOT NUMERIC
                   MOVE "99" TO WS-PDT-STATUS
               END-IF
               MOVE SPACES TO WS-EXCEPTION-KEY
               MOVE SPACES TO WS-EXCEPTION-MSG
               STRING "POSTED-DETAIL FILE UNAVAILABLE - STATUS "
                      WS-PDT-STATUS " - NOT WRITTEN"
                   DELIMITED BY SIZE INTO WS-EXCEPTION-MSG
               MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
           END-IF.

      ******************************************************************
      *    WITHOUT THE HOLDS FILE A DETAIL DUE TO BE HELD OVER ITS    *
      *    CREDIT LIMIT IS REJECTED INSTEAD, SO IT IS STILL KEPT FOR  *
      *    RESUBMISSION AND NEVER POSTED UNSEEN.                      *
      ******************************************************************
       1220-OPEN-HOLD-FILE.
           OPEN I-O HOLD-FILE
           IF WS-HLD-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           IF WS-HLD-STATUS = "00"
               SET WS-HOLD-FILE-AVAILABLE TO TRUE
           ELSE
               IF WS-HLD-STATUS NOT NUMERIC
                   MOVE "99" TO WS-HLD-STATUS
               END-IF
               MOVE SPACES TO WS-EXCEPTION-KEY
               MOVE SPACES TO WS-EXCEPTION-MSG
               STRING "HOLD FILE UNAVAILABLE - STATUS "
                      WS-HLD-STATUS " - HOLDS REJECTED"
                   DELIMITED BY SIZE INTO WS-EXCEPTION-MSG
               MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
           END-IF.

      ******************************************************************
      *    LIKE THE DUPLICATE CHECK, THE ACCOUNT EDIT DEGRADES        *
      *    RATHER THAN STOPS THE RUN WHEN ITS FILE IS MISSING - THE   *
               WRITE EXCEPTION-RECORD
           END-IF.

      ******************************************************************
      *    THE PERIOD LOCK DEGRADES THE SAME WAY: WITHOUT PRDCTL      *
      *    EVERY PERIOD IS TREATED AS OPEN AND CTLRPT SAYS SO.        *
      ******************************************************************
       1270-OPEN-PERIOD-CONTROL.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PRD-STATUS = "00"
               SET WS-PERIOD-CONTROL-AVAILABLE TO TRUE
           ELSE
               IF WS-PRD-STATUS NOT NUMERIC
                   MOVE "99" TO WS-PRD-STATUS
               END-IF
               MOVE SPACES TO WS-EXCEPTION-KEY
               MOVE SPACES TO WS-EXCEPTION-MSG
               STRING "PERIOD CONTROL UNAVAILABLE - STATUS "
                      WS-PRD-STATUS " - PERIOD LOCK OFF"
                   DELIMITED BY SIZE INTO WS-EXCEPTION-MSG
               MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
           END-IF.

      ******************************************************************
      *    WITHOUT THE CALENDAR THE BUSINESS-DAY EDIT FALLS BACK TO   *
      *    MONDAY-FRIDAY RATHER THAN SWITCHING OFF: A WEEKEND DATE IS *
      *    STILL CAUGHT, ONLY HOLIDAYS GO UNSEEN, AND CTLRPT SAYS SO. *
      ******************************************************************
       1280-OPEN-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = "00"
               SET WS-CALENDAR-AVAILABLE TO TRUE
           ELSE
               IF WS-CAL-STATUS NOT NUMERIC
                   MOVE "99" TO WS-CAL-STATUS
               END-IF
               MOVE SPACES TO WS-EXCEPTION-KEY
               MOVE SPACES TO WS-EXCEPTION-MSG
               STRING "CALENDAR UNAVAILABLE - STATUS "
                      WS-CAL-STATUS " - MON-FRI ASSUMED"
                   DELIMITED BY SIZE INTO WS-EXCEPTION-MSG
               MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
           END-IF.

      ******************************************************************
      *    THE CREDIT LIMIT CHECK NEEDS THE BALANCE MASTER TO PROJECT *
      *    FROM.  BEFORE THE FIRST POSTING RUN THERE IS NO MASTER AND *
      *    EVERY BALANCE STARTS AT ZERO; ANY OTHER FAILURE SWITCHES   *
      *    THE CHECK OFF AND CTLRPT SAYS SO.                          *
      ******************************************************************
       1290-OPEN-BALANCE-MASTER.
           OPEN INPUT BALANCE-MASTER
           EVALUATE WS-BAL-STATUS
               WHEN "00"
                   SET WS-BALANCE-MASTER-OPEN TO TRUE
               WHEN "35"
                   SET WS-BALANCE-MASTER-EMPTY TO TRUE
               WHEN OTHER
                   IF WS-BAL-STATUS NOT NUMERIC
                       MOVE "99" TO WS-BAL-STATUS
                   END-IF
                   MOVE SPACES TO WS-EXCEPTION-KEY
                   MOVE SPACES TO WS-EXCEPTION-MSG
                   STRING "BALANCE MASTER UNAVAILABLE - STATUS "
                          WS-BAL-STATUS " - LIMIT CHECK OFF"
                       DELIMITED BY SIZE INTO WS-EXCEPTION-MSG
                   MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD
                   WRITE EXCEPTION-RECORD
           END-EVALUATE.

       1300-LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = "00"
               NOT AT END
                   IF COA-MAP-RECORD NOT = SPACES
                           AND MAP-TRAN-CODE(1:1) NOT = '*'
                       IF MAP-TRAN-CODE = "$$"
                           PERFORM 1430-STORE-SUSPENSE-ACCOUNTS
                       ELSE
                           PERFORM 1420-STORE-COA-ENTRY
                       END-IF
                   ELSE
                       IF MAP-TRAN-CODE = "**"
                           PERFORM 1420-STORE-COA-ENTRY
               WRITE EXCEPTION-RECORD
           END-IF.

      ******************************************************************
      *    THE $$ LINE IS NOT A TRAN-CODE MAPPING: IT NAMES THE       *
      *    SUSPENSE LEDGER ACCOUNT (DEBIT COLUMN) AND THE OFFSET      *
      *    ACCOUNT IT IS BOOKED AGAINST (CREDIT COLUMN).  A LATER     *
      *    $$ LINE REPLACES AN EARLIER ONE.                           *
      ******************************************************************
       1430-STORE-SUSPENSE-ACCOUNTS.
           IF MAP-DEBIT-ACCOUNT NOT = SPACES
                   AND MAP-CREDIT-ACCOUNT NOT = SPACES
               MOVE MAP-DEBIT-ACCOUNT TO WS-SUSP-ACCOUNT
               MOVE MAP-CREDIT-ACCOUNT TO WS-SUSP-OFFSET-ACCOUNT
           ELSE
               MOVE SPACES TO WS-EXCEPTION-KEY
               MOVE "SUSPENSE MAP LINE DROPPED - SEE COAMAP"
                   TO WS-EXCEPTION-MSG
               MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
           END-IF.

      ******************************************************************
      *    THE SOURCE REGISTRY IS OPTIONAL.  WITHOUT IT (OR WITH NO   *
      *    USABLE LINES) NO SOURCE IS EXPECTED, NONE IS CALLED        *
      *    UNREGISTERED, AND CTLRPT SAYS THE FEED CHECK IS OFF.       *
      ******************************************************************
       1450-LOAD-SOURCE-REGISTRY.
           OPEN INPUT SOURCE-REGISTRY-FILE
           IF WS-REG-STATUS = "00"
               PERFORM 1460-LOAD-REGISTRY-ENTRY UNTIL WS-REG-EOF
               CLOSE SOURCE-REGISTRY-FILE
           ELSE
               MOVE SPACES TO WS-EXCEPTION-KEY
               MOVE "SOURCE REGISTRY UNAVAILABLE - FEED CHECK OFF"
                   TO WS-EXCEPTION-MSG
               MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
           END-IF.

       1460-LOAD-REGISTRY-ENTRY.
           READ SOURCE-REGISTRY-FILE
               AT END
                   SET WS-REG-EOF TO TRUE
               NOT AT END
                   IF SOURCE-REGISTRY-RECORD NOT = SPACES
                           AND REG-SOURCE-ID(1:1) NOT = '*'
                       PERFORM 1470-STORE-REGISTRY-ENTRY
                   END-IF
           END-READ.

       1470-STORE-REGISTRY-ENTRY.
           IF REG-SOURCE-ID NOT = SPACES
                   AND (REG-REQUIRED = SPACE OR 'R' OR 'O')
                   AND REG-MIN-COUNT NUMERIC
                   AND REG-MAX-COUNT NUMERIC
                   AND REG-MIN-AMOUNT NUMERIC
                   AND REG-MAX-AMOUNT NUMERIC
                   AND WS-REG-COUNT < WS-REG-LIMIT
               ADD 1 TO WS-REG-COUNT
               MOVE REG-SOURCE-ID TO WS-REG-ID(WS-REG-COUNT)
               MOVE REG-DAYS TO WS-REG-DAYS(WS-REG-COUNT)
               MOVE REG-ON-HOLIDAY TO WS-REG-ON-HOLIDAY(WS-REG-COUNT)
               IF REG-REQUIRED = 'O'
                   MOVE 'O' TO WS-REG-REQUIRED(WS-REG-COUNT)
               ELSE
                   MOVE 'R' TO WS-REG-REQUIRED(WS-REG-COUNT)
               END-IF
               MOVE REG-MIN-COUNT TO WS-REG-MIN-COUNT(WS-REG-COUNT)
               MOVE REG-MAX-COUNT TO WS-REG-MAX-COUNT(WS-REG-COUNT)
               MOVE REG-MIN-AMOUNT TO WS-REG-MIN-AMOUNT(WS-REG-COUNT)
               MOVE REG-MAX-AMOUNT TO WS-REG-MAX-AMOUNT(WS-REG-COUNT)
               MOVE 'N' TO WS-REG-SEEN(WS-REG-COUNT)
           ELSE
               MOVE REG-SOURCE-ID TO WS-EXCEPTION-KEY
               MOVE "SOURCE REGISTRY LINE DROPPED - SEE SRCREG"
                   TO WS-EXCEPTION-MSG
               MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           EVALUATE TRUE
               WHEN TRAN-TYPE-HEADER
                   PERFORM 2300-APPLY-DETAIL
               WHEN TRAN-TYPE-TRAILER
                   PERFORM 2800-CLOSE-SOURCE
               WHEN TRAN-TYPE-SUSPENSE
                   PERFORM 2980-CLEAR-SUSPENSE
           END-EVALUATE
           PERFORM 2100-READ-TRAN-FILE.

       2300-APPLY-DETAIL.
           IF WS-RESTART-MODE
               IF TRAN-KEY = WS-RESTART-KEY
                       AND WS-RESTART-TYPE NOT = 'S'
                   MOVE 'N' TO WS-RESTART-FLAG
               END-IF
           ELSE
                   PERFORM 2900-POST-CURRENCY-TOTAL
                   PERFORM 2950-POST-GL-VOUCHER
                   IF NOT WS-MODE-REPORT-ONLY
                       IF WS-DETAIL-APPLIED
                           PERFORM 2650-RECORD-POSTED-DETAIL
                       END-IF
                       PERFORM 8200-WRITE-CHECKPOINT
                       PERFORM 8300-WRITE-AUDIT-DETAIL
                       IF WS-DETAIL-APPLIED
           MOVE WS-DATA-1 TO WS-ORIG-DATA-1
           MOVE WS-DATA-2 TO WS-ORIG-DATA-2
           PERFORM 2130-EDIT-ACCOUNT
           MOVE 'N' TO WS-PRD-REJECT-FLAG
           MOVE 'N' TO WS-DATE-ROLLED-FLAG
           MOVE 'N' TO WS-DATE-REJECT-FLAG
           MOVE 'N' TO WS-LIMIT-ACTION-FLAG
           IF WS-ACCOUNT-ACCEPTED
               PERFORM 2250-EDIT-EFF-DATE
               IF NOT WS-EFF-DATE-REJECTED
                   PERFORM 2220-EDIT-PERIOD
               END-IF
           END-IF
           MOVE 'N' TO WS-DETAIL-APPLIED-FLAG
           IF NOT WS-ACCOUNT-ACCEPTED OR WS-PERIOD-REJECTED
                   OR WS-EFF-DATE-REJECTED
               MOVE 'N' TO WS-EDIT-1-FLAG
               MOVE 'N' TO WS-EDIT-2-FLAG
               MOVE 'N' TO WS-CONVERT-ERROR-FLAG
                   PERFORM 2150-EDIT-AMOUNT-1
                   PERFORM 2160-EDIT-AMOUNT-2
                   IF WS-AMOUNT-1-VALID AND WS-AMOUNT-2-VALID
                       PERFORM 2270-EDIT-CREDIT-LIMIT
                       IF NOT WS-LIMIT-REJECTED AND NOT WS-LIMIT-HELD
                           SET WS-DETAIL-APPLIED TO TRUE
                           PERFORM 2210-ADD-TO-RUN-TOTAL
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT WS-DETAIL-APPLIED
               IF WS-LIMIT-HELD AND NOT WS-MODE-REPORT-ONLY
                   PERFORM 2280-WRITE-HOLD
               END-IF
               IF NOT WS-LIMIT-HELD
                   PERFORM 2960-BOOK-SUSPENSE
                   IF NOT WS-MODE-REPORT-ONLY
                       PERFORM 8600-WRITE-REJECT
                   END-IF
               END-IF
           END-IF
           IF TRAN-ORIG-RUN-DATE NUMERIC AND TRAN-ORIG-RUN-DATE > ZERO
               ADD 1 TO WS-RESUB-COUNT
      ******************************************************************
       2130-EDIT-ACCOUNT.
           MOVE 'Y' TO WS-ACCT-EDIT-FLAG
           MOVE SPACE TO WS-ACCT-LIMIT-TREATMENT
           MOVE ZEROES TO WS-ACCT-CREDIT-LIMIT
           IF WS-REFERENCE-AVAILABLE
               MOVE TRAN-ACCOUNT TO REF-ACCOUNT
               READ ACCOUNT-REF-FILE
                       ADD 1 TO WS-EDIT-REJECT-COUNT
                       PERFORM 8400-WRITE-EDIT-ERROR
                   END-IF
                   IF REF-LIMIT-ENFORCED
                       MOVE REF-LIMIT-TREATMENT
                           TO WS-ACCT-LIMIT-TREATMENT
                       IF REF-CREDIT-LIMIT NUMERIC
                           MOVE REF-CREDIT-LIMIT
                               TO WS-ACCT-CREDIT-LIMIT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    ONLY A DEBIT CAN TAKE AN ACCOUNT PAST ITS LIMIT, SO A      *
      *    CREDIT IS NEVER STOPPED, EVEN ON AN ACCOUNT ALREADY OVER.  *
      *    A REVERSAL RUN BACKS OUT WHAT WAS POSTED AND IS NOT        *
      *    CHECKED, NOR IS A DETAIL A SUPERVISOR HAS RELEASED FROM    *
      *    HOLD (RE-FED BY TRNHREL).  TREATMENT R REJECTS THE DETAIL  *
      *    TO REJFILE, H HOLDS IT ON HOLDFILE, A APPLIES IT AND       *
      *    LISTS IT ON EXCPRPT.                                       *
      ******************************************************************
       2270-EDIT-CREDIT-LIMIT.
           IF WS-ACCT-LIMIT-ENFORCED
                   AND WS-BALANCE-MASTER-AVAILABLE
                   AND NOT WS-BACKOUT-RUN
                   AND NOT (TRAN-LIMIT-RELEASED
                            AND TRAN-ORIG-RUN-DATE NUMERIC
                            AND TRAN-ORIG-RUN-DATE > ZERO)
               COMPUTE WS-DETAIL-NET = WS-DATA-1 + WS-DATA-2
               IF WS-DETAIL-NET < ZERO
                   PERFORM 2275-PROJECT-BALANCE
                   IF WS-PROJECTED-BALANCE + WS-ACCT-CREDIT-LIMIT
                           < ZERO
                       PERFORM 2278-APPLY-LIMIT-TREATMENT
                   END-IF
               END-IF
           END-IF.

       2275-PROJECT-BALANCE.
           MOVE ZEROES TO WS-PROJECTED-BALANCE
           IF WS-BALANCE-MASTER-OPEN
               MOVE TRAN-ACCOUNT TO BAL-ACCOUNT
               READ BALANCE-MASTER
               IF WS-BAL-STATUS = "00"
                   MOVE BAL-CURRENT-BALANCE TO WS-PROJECTED-BALANCE
               END-IF
           END-IF
           MOVE 'N' TO WS-PROJECT-EOF-FLAG
           MOVE TRAN-ACCOUNT TO AWK-ACCOUNT
           MOVE ZEROES TO AWK-EFF-DATE
           START ACCOUNT-WORK-FILE
               KEY IS NOT LESS THAN AWK-KEY
           END-START
           IF WS-AWK-STATUS = "00"
               PERFORM 2276-ADD-ACCOUNT-WORK UNTIL WS-PROJECT-EOF
           END-IF
           ADD WS-DETAIL-NET TO WS-PROJECTED-BALANCE.

       2276-ADD-ACCOUNT-WORK.
           READ ACCOUNT-WORK-FILE NEXT
               AT END
                   SET WS-PROJECT-EOF TO TRUE
               NOT AT END
                   IF AWK-ACCOUNT NOT = TRAN-ACCOUNT
                       SET WS-PROJECT-EOF TO TRUE
                   ELSE
                       ADD AWK-TOTAL TO WS-PROJECTED-BALANCE
                   END-IF
           END-READ.

      ******************************************************************
      *    A HOLD THAT CANNOT BE KEPT (NO HOLDS FILE) IS REJECTED     *
      *    INSTEAD.  A REPORTONLY RUN WRITES NO HOLDS BUT COUNTS THEM *
      *    AS IT WOULD HAVE.                                          *
      ******************************************************************
       2278-APPLY-LIMIT-TREATMENT.
           MOVE WS-PROJECTED-BALANCE TO WS-LIM-MSG-PROJECTED
           MOVE WS-ACCT-CREDIT-LIMIT TO WS-LIM-MSG-LIMIT
           EVALUATE TRUE
               WHEN WS-ACCT-LIMIT-REJECT
                   SET WS-LIMIT-REJECTED TO TRUE
               WHEN WS-ACCT-LIMIT-HOLD
                   IF WS-HOLD-FILE-AVAILABLE OR WS-MODE-REPORT-ONLY
                       SET WS-LIMIT-HELD TO TRUE
                   ELSE
                       SET WS-LIMIT-REJECTED TO TRUE
                   END-IF
               WHEN OTHER
                   SET WS-LIMIT-ALLOWED TO TRUE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-LIMIT-REJECTED
                   ADD 1 TO WS-EDIT-REJECT-COUNT
                   ADD 1 TO WS-LIMIT-REJECT-COUNT
                   MOVE "OVER LIMIT - REJECTED" TO WS-LIM-MSG-TEXT
                   MOVE WS-LIMIT-MESSAGE TO WS-ERROR-MSG
                   PERFORM 8400-WRITE-EDIT-ERROR
               WHEN WS-LIMIT-HELD
                   ADD 1 TO WS-LIMIT-HOLD-COUNT
                   MOVE "OVER LIMIT - HELD" TO WS-LIM-MSG-TEXT
                   MOVE WS-LIMIT-MESSAGE TO WS-ERROR-MSG
                   PERFORM 8400-WRITE-EDIT-ERROR
               WHEN OTHER
                   ADD 1 TO WS-LIMIT-ALLOW-COUNT
                   MOVE "OVER LIMIT - ALLOWED" TO WS-LIM-MSG-TEXT
                   MOVE WS-LIMIT-MESSAGE TO WS-EXCEPTION-MSG
                   PERFORM 8000-WRITE-EXCEPTION
           END-EVALUATE.

      ******************************************************************
      *    THE HOLD IS WRITTEN AHEAD OF THE CHECKPOINT, SO A RESTART  *
      *    RE-HOLDS AN IN-FLIGHT DETAIL AND REWRITES ITS KEY.  ONLY   *
      *    THAT CASE IS REWRITTEN - A HOLD ON FILE THAT IS STILL      *
      *    AWAITING RELEASE AND CAME FROM THIS RUN DATE AND JOB.  ANY *
      *    OTHER HOLD UNDER THE KEY (ONE A SUPERVISOR HAS DECIDED, OR *
      *    FROM ANOTHER RUN) IS LEFT AS IT IS AND THE DETAIL IS       *
      *    REJECTED AS A DUPLICATE HOLD.  IF THE HOLD CANNOT BE       *
      *    WRITTEN THE DETAIL IS REJECTED INSTEAD.                    *
      ******************************************************************
       2280-WRITE-HOLD.
           MOVE TRAN-KEY TO HLD-TRAN-KEY
           MOVE TRAN-CODE TO HLD-TRAN-CODE
           MOVE TRAN-ACCOUNT TO HLD-ACCOUNT
           MOVE TRAN-RECORD TO HLD-ORIG-RECORD
           MOVE WS-RUN-DATE TO HLD-RUN-DATE
           MOVE WS-JOB-ID TO HLD-JOB-ID
           MOVE WS-DETAIL-NET TO HLD-BASE-NET
           MOVE WS-PROJECTED-BALANCE TO HLD-PROJECTED-BALANCE
           MOVE WS-ACCT-CREDIT-LIMIT TO HLD-CREDIT-LIMIT
           MOVE SPACE TO HLD-RELEASE-STATUS
           MOVE ZEROES TO HLD-RELEASE-DATE
           MOVE SPACES TO HLD-RELEASED-BY
           MOVE SPACES TO HLD-RECORD(150:20)
           WRITE HLD-RECORD
           IF WS-HLD-STATUS = "22"
               PERFORM 2285-REWRITE-RESTART-HOLD
           END-IF
           IF WS-HLD-STATUS NOT = "00"
               SET WS-HOLD-FILE-ERROR TO TRUE
               MOVE SPACES TO WS-EXCEPTION-MSG
               STRING "HOLD FILE WRITE FAILED - STATUS "
                      WS-HLD-STATUS " - DETAIL REJECTED"
                   DELIMITED BY SIZE INTO WS-EXCEPTION-MSG
               PERFORM 8000-WRITE-EXCEPTION
               SUBTRACT 1 FROM WS-LIMIT-HOLD-COUNT
               ADD 1 TO WS-EDIT-REJECT-COUNT
               ADD 1 TO WS-LIMIT-REJECT-COUNT
               SET WS-LIMIT-REJECTED TO TRUE
           END-IF.

       2285-REWRITE-RESTART-HOLD.
           MOVE HLD-RECORD TO WS-HOLD-SAVE
           READ HOLD-FILE
           IF WS-HLD-STATUS = "00"
               IF HLD-AWAITING AND HLD-RUN-DATE = WS-RUN-DATE
                       AND HLD-JOB-ID = WS-JOB-ID
                   MOVE WS-HOLD-SAVE TO HLD-RECORD
                   REWRITE HLD-RECORD
               ELSE
                   SET WS-LIMIT-DUPLICATE-HOLD TO TRUE
                   SUBTRACT 1 FROM WS-LIMIT-HOLD-COUNT
                   ADD 1 TO WS-EDIT-REJECT-COUNT
                   ADD 1 TO WS-LIMIT-REJECT-COUNT
                   MOVE SPACES TO WS-EXCEPTION-MSG
                   STRING "DUPLICATE HOLD - ON HOLDFILE FROM RUN "
                          HLD-RUN-DATE " - DETAIL REJECTED"
                       DELIMITED BY SIZE INTO WS-EXCEPTION-MSG
                   PERFORM 8000-WRITE-EXCEPTION
               END-IF
           END-IF.

      ******************************************************************
      *    A DETAIL DATED INTO A CLOSED PERIOD IS EITHER REJECTED     *
      *    WHOLE (CLOSEPRD REJECT, THE DEFAULT) OR APPLIED UNDER THE  *
      *    FIRST OPEN BUSINESS DATE AFTER IT (CLOSEPRD ROLL).  A      *
      *    ROLLED DETAIL KEEPS ITS ORIGINAL DATE ON TRANFILE, ON      *
      *    EXCPRPT, AND ON A TYPE-P AUDITLOG LINE WRITTEN AFTER ITS   *
      *    DETAIL LINE.  A DATE THAT CANNOT BE ROLLED INTO AN OPEN    *
      *    PERIOD WITHIN TEN YEARS IS REJECTED.                       *
      ******************************************************************
       2220-EDIT-PERIOD.
           IF WS-PERIOD-CONTROL-AVAILABLE
               MOVE WS-DETAIL-EFF-DATE(1:6) TO WS-LOOKUP-PERIOD
               PERFORM 2225-LOOKUP-PERIOD
               IF WS-LOOKUP-PERIOD-CLOSED
                   IF WS-CLOSED-PERIOD-ROLL
                       PERFORM 2230-ROLL-EFF-DATE
                   ELSE
                       PERFORM 2240-REJECT-CLOSED-PERIOD
                   END-IF
               END-IF
           END-IF.

       2225-LOOKUP-PERIOD.
           IF WS-LOOKUP-PERIOD NOT = WS-CACHED-PERIOD
               MOVE WS-LOOKUP-PERIOD TO WS-CACHED-PERIOD
               MOVE 'N' TO WS-PRD-CLOSED-FLAG
               MOVE WS-LOOKUP-PERIOD TO PRD-PERIOD
               READ PERIOD-CONTROL-FILE
               IF WS-PRD-STATUS = "00" AND PRD-CLOSED
                   SET WS-LOOKUP-PERIOD-CLOSED TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      *    THE ROLLED DATE IS THE FIRST BUSINESS DAY OF THE FIRST     *
      *    OPEN PERIOD, BY THE CALENDAR (2255).  NO MONTH STARTS WITH *
      *    TWENTY NON-BUSINESS DAYS, SO THE DAY STEP STAYS IN THE     *
      *    MONTH.                                                     *
      ******************************************************************
       2230-ROLL-EFF-DATE.
           MOVE WS-DETAIL-EFF-DATE TO WS-ROLL-FROM-DATE
           MOVE WS-DETAIL-EFF-DATE TO WS-CNV-DATE-N
           MOVE ZEROES TO WS-ROLL-GUARD
           PERFORM 2235-NEXT-PERIOD
               UNTIL NOT WS-LOOKUP-PERIOD-CLOSED
                  OR WS-ROLL-GUARD > 120
           IF WS-LOOKUP-PERIOD-CLOSED
               PERFORM 2240-REJECT-CLOSED-PERIOD
           ELSE
               MOVE ZEROES TO WS-ROLL-DAY-GUARD
               PERFORM 2255-CHECK-BUSINESS-DAY
               PERFORM 2237-NEXT-ROLL-DAY
                   UNTIL WS-IS-BUSINESS-DAY
                      OR WS-ROLL-DAY-GUARD > 19
               MOVE WS-CNV-DATE-N TO WS-DETAIL-EFF-DATE
               SET WS-DATE-ROLLED TO TRUE
               ADD 1 TO WS-ROLLED-COUNT
               MOVE SPACES TO WS-EXCEPTION-MSG
               STRING "EFF DATE " WS-ROLL-FROM-DATE
                      " IN CLOSED PERIOD - ROLLED TO "
                      WS-DETAIL-EFF-DATE
                   DELIMITED BY SIZE INTO WS-EXCEPTION-MSG
               PERFORM 8000-WRITE-EXCEPTION
           END-IF.

       2235-NEXT-PERIOD.
           ADD 1 TO WS-ROLL-GUARD
           MOVE 1 TO WS-CNV-DD
           IF WS-CNV-MM = 12
               MOVE 1 TO WS-CNV-MM
               ADD 1 TO WS-CNV-YYYY
           ELSE
               ADD 1 TO WS-CNV-MM
           END-IF
           MOVE WS-CNV-DATE-N(1:6) TO WS-LOOKUP-PERIOD
           PERFORM 2225-LOOKUP-PERIOD.

       2237-NEXT-ROLL-DAY.
           ADD 1 TO WS-ROLL-DAY-GUARD
           ADD 1 TO WS-CNV-DD
           PERFORM 2255-CHECK-BUSINESS-DAY.

       2240-REJECT-CLOSED-PERIOD.
           SET WS-PERIOD-REJECTED TO TRUE
           ADD 1 TO WS-EDIT-REJECT-COUNT
           ADD 1 TO WS-PERIOD-REJECT-COUNT
           MOVE SPACES TO WS-ERROR-MSG
           STRING "EFFECTIVE PERIOD " WS-DETAIL-EFF-DATE(1:6)
                  " CLOSED - REJECTED"
               DELIMITED BY SIZE INTO WS-ERROR-MSG
           PERFORM 8400-WRITE-EDIT-ERROR.

      ******************************************************************
      *    ONLY A DATE THE DETAIL CARRIES IS EDITED: A DETAIL WITH NO *
      *    TRAN-EFF-DATE TAKES THE RUN DATE, WHICH IS NEITHER IN THE  *
      *    FUTURE NOR THE DETAIL'S FAULT ON A CATCH-UP RUN.  TRAN     *
      *    CODES ON THE ANYDATE LIST (ACCRUALS, REVERSALS AND THE     *
      *    LIKE) ARE EXEMPT.                                          *
      ******************************************************************
       2250-EDIT-EFF-DATE.
           IF TRAN-EFF-DATE NUMERIC AND TRAN-EFF-DATE > ZERO
               MOVE 'N' TO WS-ANYDATE-FLAG
               PERFORM 2252-SCAN-ANYDATE-CODE
                   VARYING WS-ANY-SUB FROM 1 BY 1
                   UNTIL WS-ANY-SUB > WS-ANY-COUNT
                      OR WS-ANYDATE-CODE
               IF NOT WS-ANYDATE-CODE
                   IF WS-DETAIL-EFF-DATE > WS-RUN-DATE
                       SET WS-EFF-DATE-FUTURE TO TRUE
                       MOVE SPACES TO WS-ERROR-MSG
                       STRING "EFF DATE " WS-DETAIL-EFF-DATE
                              " IN THE FUTURE - REJECTED"
                           DELIMITED BY SIZE INTO WS-ERROR-MSG
                   ELSE
                       MOVE WS-DETAIL-EFF-DATE TO WS-CNV-DATE-N
                       PERFORM 2255-CHECK-BUSINESS-DAY
                       IF NOT WS-IS-BUSINESS-DAY
                           SET WS-EFF-DATE-NON-BUSINESS TO TRUE
                           MOVE SPACES TO WS-ERROR-MSG
                           STRING "EFF DATE " WS-DETAIL-EFF-DATE
                                  " NOT A BUSINESS DAY - REJECTED"
                               DELIMITED BY SIZE INTO WS-ERROR-MSG
                       END-IF
                   END-IF
                   IF WS-EFF-DATE-REJECTED
                       ADD 1 TO WS-EDIT-REJECT-COUNT
                       ADD 1 TO WS-DATE-REJECT-COUNT
                       PERFORM 8400-WRITE-EDIT-ERROR
                   END-IF
               END-IF
           END-IF.

       2252-SCAN-ANYDATE-CODE.
           IF WS-ANY-CODE(WS-ANY-SUB) = TRAN-CODE
               SET WS-ANYDATE-CODE TO TRUE
           END-IF.

      ******************************************************************
      *    IS WS-CNV-DATE A BUSINESS DAY?  THE CALENDAR DECIDES WHERE *
      *    IT CARRIES THE DATE; OTHERWISE MONDAY-FRIDAY FROM THE      *
      *    SERIAL (DAY 1, 0001-01-01, WAS A MONDAY, SO THE SERIAL MOD *
      *    7 IS 6 ON A SATURDAY AND 0 ON A SUNDAY).  A DATE MISSING   *
      *    FROM A CALENDAR THAT IS THERE IS COUNTED FOR CTLRPT.       *
      ******************************************************************
       2255-CHECK-BUSINESS-DAY.
           IF WS-CNV-DATE-N = WS-CACHED-CAL-DATE
               MOVE WS-CACHED-CAL-FLAG TO WS-BUSINESS-DAY-FLAG
           ELSE
               PERFORM 2176-DATE-TO-SERIAL
               DIVIDE WS-CNV-SERIAL BY 7
                   GIVING WS-WEEK-WORK REMAINDER WS-WEEKDAY
               IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
                   MOVE 'N' TO WS-BUSINESS-DAY-FLAG
               ELSE
                   SET WS-IS-BUSINESS-DAY TO TRUE
               END-IF
               IF WS-CALENDAR-AVAILABLE
                   MOVE WS-CNV-DATE-N TO CAL-DATE
                   READ CALENDAR-FILE
                   IF WS-CAL-STATUS = "00" AND CAL-VALID-DAY-TYPE
                       IF CAL-BUSINESS-DAY
                           SET WS-IS-BUSINESS-DAY TO TRUE
                       ELSE
                           MOVE 'N' TO WS-BUSINESS-DAY-FLAG
                       END-IF
                   ELSE
                       ADD 1 TO WS-OFF-CALENDAR-COUNT
                   END-IF
               END-IF
               MOVE WS-CNV-DATE-N TO WS-CACHED-CAL-DATE
               MOVE WS-BUSINESS-DAY-FLAG TO WS-CACHED-CAL-FLAG
           END-IF.

       2170-CONVERT-CURRENCY.
           MOVE 'N' TO WS-CONVERT-ERROR-FLAG
           IF TRAN-CURRENCY-CODE = SPACES
                   OR TRAN-CURRENCY-CODE = "USD"
               MOVE "USD" TO WS-WORK-CURRENCY
           ELSE
               MOVE TRAN-CURRENCY-CODE TO WS-WORK-CURRENCY
               PERFORM 2180-FIND-BEST-RATE
               IF NOT WS-RATE-FOUND
                   SET WS-CONVERT-ERROR TO TRUE
                   MOVE SPACES TO WS-ERROR-MSG
                   STRING "NO EXCHANGE RATE FOR " WS-WORK-CURRENCY
                          " - REJECTED"
                       DELIMITED BY SIZE INTO WS-ERROR-MSG
                   PERFORM 8400-WRITE-EDIT-ERROR
               ELSE
                   PERFORM 2175-CHECK-RATE-AGE
                   IF NOT WS-CONVERT-ERROR
                       PERFORM 2190-APPLY-RATE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    A RATE OLDER THAN THE RATEAGE TOLERANCE IS AN EDIT        *
      *    FAILURE, NOT A CONVERSION: A CURRENCY WHOSE FEED DIED     *
      *    MONTHS AGO MUST SURFACE AS REJECTS, NOT AS AMOUNTS        *
      *    QUIETLY CONVERTED AT THE LAST RATE THE FEED EVER SENT.    *
      ******************************************************************
       2175-CHECK-RATE-AGE.
           IF WS-RATE-AGE-LIMIT > ZERO
               MOVE WS-EFFECTIVE-DATE TO WS-CNV-DATE-N
               PERFORM 2176-DATE-TO-SERIAL
               MOVE WS-CNV-SERIAL TO WS-RATE-AGE
               MOVE WS-BEST-RATE-DATE TO WS-CNV-DATE-N
               PERFORM 2176-DATE-TO-SERIAL
               SUBTRACT WS-CNV-SERIAL FROM WS-RATE-AGE
               IF WS-RATE-AGE > WS-RATE-AGE-LIMIT
                   SET WS-CONVERT-ERROR TO TRUE
                   MOVE SPACES TO WS-ERROR-MSG
                   STRING "RATE FOR " WS-WORK-CURRENCY
                          " STALE - REJECTED"
                       DELIMITED BY SIZE INTO WS-ERROR-MSG
                   PERFORM 8400-WRITE-EDIT-ERROR
               END-IF
           END-IF.

      ******************************************************************
      *    SERIAL DAY NUMBER FOR AGE ARITHMETIC.  ONLY DIFFERENCES    *
      *    ARE USED, SO THE EPOCH DOES NOT MATTER.                    *
      ******************************************************************
       2176-DATE-TO-SERIAL.
           COMPUTE WS-CNV-PRIOR-YEAR = WS-CNV-YYYY - 1
           COMPUTE WS-CNV-WORK
               = 365 * WS-CNV-PRIOR-YEAR
               + WS-CNV-PRIOR-YEAR / 4
               - WS-CNV-PRIOR-YEAR / 100
               + WS-CNV-PRIOR-YEAR / 400
           ADD WS-DAYS-BEFORE-MONTH(WS-CNV-MM) TO WS-CNV-WORK
           ADD WS-CNV-DD TO WS-CNV-WORK
           IF WS-CNV-MM > 2
               PERFORM 2177-CHECK-CNV-LEAP-YEAR
               IF WS-CNV-LEAP-YEAR
                   ADD 1 TO WS-CNV-WORK
               END-IF
           END-IF
           MOVE WS-CNV-WORK TO WS-CNV-SERIAL.

       2177-CHECK-CNV-LEAP-YEAR.
           MOVE 'N' TO WS-CNV-LEAP-FLAG
           DIVIDE WS-CNV-YYYY BY 4
               GIVING WS-CNV-LEAP-WORK REMAINDER WS-CNV-LEAP-REM
           IF WS-CNV-LEAP-REM = ZERO
               SET WS-CNV-LEAP-YEAR TO TRUE
               DIVIDE WS-CNV-YYYY BY 100
                   MOVE ZEROES TO SWK-EXPECTED
                   MOVE ZEROES TO SWK-TOTAL
                   MOVE 'N' TO SWK-CLOSED-FLAG
                   MOVE ZEROES TO SWK-RECEIVED-TOTAL
                   MOVE ZEROES TO SWK-CONTROL-AMOUNT
                   MOVE 'N' TO SWK-CONTROL-FLAG
                   WRITE SWK-RECORD
                   IF WS-SWK-STATUS = "00"
                       SET WS-SRC-FOUND TO TRUE
               IF WS-SWK-STATUS NOT = "00"
                   PERFORM 8060-SOURCE-WORK-ERROR
               END-IF
               MOVE WS-DETAIL-EFF-DATE TO WS-EXW-APPLY-DATE
               MOVE 'S' TO WS-EXW-APPLY-TYPE
               MOVE WS-LOCATE-SOURCE-ID TO WS-EXW-APPLY-ID
               MOVE SPACE TO WS-EXW-APPLY-SIDE
               PERFORM 2970-POST-EXTRACT-ENTRY
           END-IF.

      ******************************************************************
      *    EVERY DETAIL THE SOURCE SENT - APPLIED, REJECTED OR        *
      *    DUPLICATE - COUNTS TOWARD THE TRAILER'S COUNT, AND ITS     *
      *    AMOUNTS AS KEYED TOWARD THE TRAILER'S CONTROL AMOUNT.  AN  *
      *    AMOUNT THAT CANNOT BE READ ADDS NOTHING, SO A CORRUPTED    *
      *    AMOUNT SHOWS AS A CONTROL AMOUNT DIFFERENCE.               *
      ******************************************************************
       2760-COUNT-SOURCE-DETAIL.
           IF TRAN-ORIG-RUN-DATE NUMERIC AND TRAN-ORIG-RUN-DATE > ZERO
               MOVE "RESUBMIT" TO WS-LOCATE-SOURCE-ID
           PERFORM 2710-LOCATE-SOURCE-ENTRY
           IF WS-SRC-FOUND
               ADD 1 TO SWK-DETAIL-COUNT
               IF TRAN-AMOUNT-1 NUMERIC
                   ADD TRAN-AMOUNT-1 TO SWK-RECEIVED-TOTAL
                       ON SIZE ERROR
                           SET WS-SIZE-ERROR TO TRUE
                           MOVE "SOURCE RECEIVED TOTAL OVERFLOW"
                               TO WS-EXCEPTION-MSG
                           PERFORM 8000-WRITE-EXCEPTION
                   END-ADD
               END-IF
               IF TRAN-AMOUNT-2 NUMERIC
                   ADD TRAN-AMOUNT-2 TO SWK-RECEIVED-TOTAL
                       ON SIZE ERROR
                           SET WS-SIZE-ERROR TO TRUE
                           MOVE "SOURCE RECEIVED TOTAL OVERFLOW"
                               TO WS-EXCEPTION-MSG
                           PERFORM 8000-WRITE-EXCEPTION
                   END-ADD
               END-IF
               REWRITE SWK-RECORD
               IF WS-SWK-STATUS NOT = "00"
                   PERFORM 8060-SOURCE-WORK-ERROR
           IF WS-SRC-FOUND
               ADD TRAN-EXPECTED-COUNT TO SWK-EXPECTED
               MOVE 'Y' TO SWK-CLOSED-FLAG
               IF TRAN-CONTROL-AMOUNT-SENT
                   IF TRAN-CONTROL-AMOUNT NUMERIC
                       ADD TRAN-CONTROL-AMOUNT TO SWK-CONTROL-AMOUNT
                           ON SIZE ERROR
                               SET WS-SIZE-ERROR TO TRUE
                               MOVE "SOURCE CONTROL AMOUNT OVERFLOW"
                                   TO WS-EXCEPTION-MSG
                               PERFORM 8000-WRITE-EXCEPTION
                       END-ADD
                   ELSE
                       MOVE "TRAILER CONTROL AMOUNT NOT NUMERIC"
                           TO WS-EXCEPTION-MSG
                       PERFORM 8000-WRITE-EXCEPTION
                       SET WS-SRC-MISMATCH TO TRUE
                   END-IF
                   SET SWK-CONTROL-AMOUNT-SENT TO TRUE
               END-IF
               REWRITE SWK-RECORD
               IF WS-SWK-STATUS NOT = "00"
                   PERFORM 8060-SOURCE-WORK-ERROR
                           PERFORM 8000-WRITE-EXCEPTION
                           MOVE ZEROES TO WS-JV-NET
                   END-COMPUTE
                   MOVE WS-DETAIL-EFF-DATE TO WS-EXW-APPLY-DATE
                   MOVE 'G' TO WS-EXW-APPLY-TYPE
                   MOVE WS-JV-NET TO WS-EXW-APPLY-AMOUNT
                   MOVE SPACES TO WS-EXW-APPLY-ID
               END-IF
           END-IF.

      ******************************************************************
      *    A REJECTED DETAIL WHOSE AMOUNTS CAN BE VALUED IN BASE      *
      *    CURRENCY BOOKS ITS NET TO SUSPENSE - DEBIT THE SUSPENSE    *
      *    ACCOUNT, CREDIT ITS OFFSET - UNDER THE RUN DATE, SO THE    *
      *    LEDGER SEES THE DAY'S FULL VALUE AND THE SUSPENSE BALANCE  *
      *    IS THE REJECT FILE'S READABLE EXPOSURE.  A FOREIGN AMOUNT  *
      *    THAT WAS NEVER CONVERTED (ACCOUNT REJECT, NO RATE) OR A    *
      *    NON-NUMERIC AMOUNT CANNOT BE BOOKED; IT IS COUNTED AND     *
      *    STILL WITHHOLDS THE EXTRACT.                               *
      ******************************************************************
       2960-BOOK-SUSPENSE.
           MOVE 'N' TO WS-SUSP-BOOKED-FLAG
           MOVE ZEROES TO WS-SUSP-NET
           IF WS-SUSP-ACCOUNT NOT = SPACES
                   AND NOT WS-CONVERT-ERROR
                   AND WS-DATA-1 NUMERIC AND WS-DATA-2 NUMERIC
                   AND ((WS-ACCOUNT-ACCEPTED
                         AND NOT WS-PERIOD-REJECTED
                         AND NOT WS-EFF-DATE-REJECTED)
                        OR WS-WORK-CURRENCY = "USD")
               SET WS-SUSPENSE-BOOKED TO TRUE
               COMPUTE WS-SUSP-NET = WS-DATA-1 + WS-DATA-2
                   ON SIZE ERROR
                       MOVE 'N' TO WS-SUSP-BOOKED-FLAG
                       MOVE ZEROES TO WS-SUSP-NET
               END-COMPUTE
           END-IF
           IF WS-SUSPENSE-BOOKED
               MOVE WS-RUN-DATE TO WS-EXW-APPLY-DATE
               MOVE 'U' TO WS-EXW-APPLY-TYPE
               MOVE WS-SUSP-NET TO WS-EXW-APPLY-AMOUNT
               MOVE SPACES TO WS-EXW-APPLY-ID
               MOVE WS-SUSP-ACCOUNT TO WS-EXW-APPLY-ID(1:8)
               MOVE 'D' TO WS-EXW-APPLY-SIDE
               PERFORM 2970-POST-EXTRACT-ENTRY
               MOVE SPACES TO WS-EXW-APPLY-ID
               MOVE WS-SUSP-OFFSET-ACCOUNT TO WS-EXW-APPLY-ID(1:8)
               MOVE 'C' TO WS-EXW-APPLY-SIDE
               PERFORM 2970-POST-EXTRACT-ENTRY
           ELSE
               ADD 1 TO WS-UNBOOKED-REJECT-COUNT
           END-IF.

      ******************************************************************
      *    A SUSPENSE-CLEARING RECORD FROM TRNRSUB (THE REJECT WAS    *
      *    RESUBMITTED, VOIDED, OR WRITTEN OFF) POSTS THE REVERSING   *
      *    PAIR - DEBIT THE OFFSET, CREDIT SUSPENSE - UNDER THE RUN   *
      *    DATE, AND TAKES ITS OWN CHECKPOINT.  DURING A RESTART'S    *
      *    SKIP PHASE THE CLEARING IS ALREADY IN THE CHECKPOINTED     *
      *    BUCKETS AND IS PASSED OVER; WHEN THE CHECKPOINT WAS TAKEN  *
      *    ON THIS CLEARING (TRNRSUB WRITES IT AHEAD OF THE           *
      *    RESUBMITTED DETAIL WITH THE SAME TRAN-KEY) THE SKIP PHASE  *
      *    ENDS HERE INSTEAD OF AT THE DETAIL.  A CLEARING THAT       *
      *    CANNOT BE POSTED (NO $$ LINE, OR AN UNREADABLE AMOUNT) IS  *
      *    COUNTED AND WITHHOLDS THE EXTRACT: TRNRSUB HAS ALREADY     *
      *    TAKEN THE REJECT, SO THE DAY MUST BE RERUN ONCE COAMAP IS  *
      *    PUT RIGHT OR THE SUSPENSE BALANCE STAYS WRONG.             *
      ******************************************************************
       2980-CLEAR-SUSPENSE.
           IF WS-RESTART-MODE
               IF TRAN-KEY = WS-RESTART-KEY
                       AND WS-RESTART-TYPE = 'S'
                   MOVE 'N' TO WS-RESTART-FLAG
               END-IF
           ELSE
               IF WS-SUSP-ACCOUNT = SPACES
                       OR TRAN-SUSPENSE-AMOUNT NOT NUMERIC
                   ADD 1 TO WS-SUSP-UNPOSTED-COUNT
                   MOVE "SUSPENSE CLEARING NOT POSTED - SEE COAMAP"
                       TO WS-EXCEPTION-MSG
                   PERFORM 8000-WRITE-EXCEPTION
               ELSE
                   MOVE WS-RUN-DATE TO WS-EXW-APPLY-DATE
                   MOVE 'V' TO WS-EXW-APPLY-TYPE
                   MOVE TRAN-SUSPENSE-AMOUNT TO WS-EXW-APPLY-AMOUNT
                   MOVE SPACES TO WS-EXW-APPLY-ID
                   MOVE WS-SUSP-OFFSET-ACCOUNT TO WS-EXW-APPLY-ID(1:8)
                   MOVE 'D' TO WS-EXW-APPLY-SIDE
                   PERFORM 2970-POST-EXTRACT-ENTRY
                   MOVE SPACES TO WS-EXW-APPLY-ID
                   MOVE WS-SUSP-ACCOUNT TO WS-EXW-APPLY-ID(1:8)
                   MOVE 'C' TO WS-EXW-APPLY-SIDE
                   PERFORM 2970-POST-EXTRACT-ENTRY
                   IF NOT WS-MODE-REPORT-ONLY
                       PERFORM 8200-WRITE-CHECKPOINT
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    READ-OR-CREATE THE EXTRACT BUCKET FOR (EFFECTIVE DATE,     *
      *    TYPE, ID, SIDE) AND APPLY THE AMOUNT.  BOTH THE SOURCE     *
      *    NET LINES AND THE VOUCHER LINES COME THROUGH HERE, SO     *
      *    BOTH ARE BUCKETED BY BUSINESS DATE THE SAME WAY; THE       *
      *    SUSPENSE PAIRS COME THROUGH UNDER THE RUN DATE.            *
      ******************************************************************
       2970-POST-EXTRACT-ENTRY.
           MOVE WS-EXW-APPLY-DATE TO EXW-EFF-DATE
           MOVE WS-EXW-APPLY-TYPE TO EXW-TYPE
           MOVE WS-EXW-APPLY-ID TO EXW-ID
           MOVE WS-EXW-APPLY-SIDE TO EXW-SIDE
                       PERFORM 8080-EXTRACT-WORK-ERROR
                   END-IF
               WHEN "23"
                   MOVE WS-EXW-APPLY-DATE TO EXW-EFF-DATE
                   MOVE WS-EXW-APPLY-TYPE TO EXW-TYPE
                   MOVE WS-EXW-APPLY-ID TO EXW-ID
                   MOVE WS-EXW-APPLY-SIDE TO EXW-SIDE
               END-IF
           END-IF.

      ******************************************************************
      *    THE POSTED DETAIL IS WRITTEN AHEAD OF THE CHECKPOINT, SO   *
      *    AN ABEND BETWEEN THE TWO LEAVES THE RECORD ON FILE AND THE *
      *    RESTART APPLIES THE DETAIL AGAIN: THE KEY IS ALREADY THERE *
      *    (STATUS 22) AND THE RECORD IS REWRITTEN, NEVER LOST OR     *
      *    DOUBLED.                                                   *
      ******************************************************************
       2650-RECORD-POSTED-DETAIL.
           IF WS-POSTED-DETAIL-AVAILABLE
               MOVE TRAN-ACCOUNT TO PDT-ACCOUNT
               MOVE WS-DETAIL-EFF-DATE TO PDT-EFF-DATE
               MOVE TRAN-KEY TO PDT-TRAN-KEY
               MOVE TRAN-CODE TO PDT-TRAN-CODE
               MOVE WS-LOCATE-SOURCE-ID TO PDT-SOURCE-ID
               MOVE WS-WORK-CURRENCY TO PDT-CURRENCY-CODE
               MOVE WS-ORIG-DATA-1 TO PDT-ORIG-AMOUNT-1
               MOVE WS-ORIG-DATA-2 TO PDT-ORIG-AMOUNT-2
               MOVE WS-DATA-1 TO PDT-BASE-AMOUNT-1
               MOVE WS-DATA-2 TO PDT-BASE-AMOUNT-2
               COMPUTE PDT-BASE-NET = WS-DATA-1 + WS-DATA-2
               MOVE WS-RUN-DATE TO PDT-RUN-DATE
               MOVE WS-JOB-ID TO PDT-JOB-ID
               MOVE SPACES TO PDT-RECORD(79:22)
               WRITE PDT-RECORD
               IF WS-PDT-STATUS = "22"
                   REWRITE PDT-RECORD
               END-IF
               IF WS-PDT-STATUS NOT = "00"
                   SET WS-POSTED-DETAIL-ERROR TO TRUE
                   MOVE SPACES TO WS-EXCEPTION-MSG
                   STRING "POSTED-DETAIL WRITE FAILED - STATUS "
                          WS-PDT-STATUS
                       DELIMITED BY SIZE INTO WS-EXCEPTION-MSG
                   PERFORM 8000-WRITE-EXCEPTION
               END-IF
           END-IF.

       3000-CONTROL-REPORT.
           COMPUTE WS-RECONCILE-COUNT
               = WS-EXPECTED-COUNT + WS-RESUB-COUNT
           MOVE WS-CONTROL-AMOUNT-LINE TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           IF WS-REG-COUNT > ZERO AND NOT WS-BACKOUT-RUN
               PERFORM 3360-SET-REGISTRY-DAY
           END-IF

           IF WS-SRC-COUNT > ZERO OR WS-REG-COUNT > ZERO
               MOVE "SOURCE        COUNT   EXPECT        TOTAL"
                   TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
           END-IF

           IF WS-SRC-COUNT > ZERO
               MOVE 'N' TO WS-WORK-EOF-FLAG
               MOVE LOW-VALUES TO SWK-ID
               START SOURCE-WORK-FILE
               END-IF
           END-IF

           IF WS-REG-COUNT > ZERO AND NOT WS-BACKOUT-RUN
               PERFORM 3350-WRITE-MISSING-SOURCE
                   VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
           END-IF

           IF WS-CUR-COUNT > ZERO
               MOVE "CURRENCY  ORIGINAL TOTAL  DETAILS"
                   TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
           END-IF

           IF NOT WS-MODE-REPORT-ONLY
               IF NOT WS-POSTED-DETAIL-AVAILABLE
                   MOVE "** POSTED-DETAIL FILE UNAVAILABLE **"
                       TO CONTROL-REPORT-RECORD
                   WRITE CONTROL-REPORT-RECORD
               END-IF
               IF WS-POSTED-DETAIL-ERROR
                   MOVE "** POSTED-DETAIL WRITE FAILED - SEE EXCPRPT **"
                       TO CONTROL-REPORT-RECORD
                   WRITE CONTROL-REPORT-RECORD
               END-IF
           END-IF

           IF NOT WS-REFERENCE-AVAILABLE
               MOVE "** ACCOUNT REFERENCE UNAVAILABLE - EDIT OFF **"
                   TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
           END-IF

           IF WS-LIMIT-REJECT-COUNT > ZERO
               MOVE "LIMIT REJECTED:" TO WS-CTL-LABEL
               MOVE WS-LIMIT-REJECT-COUNT TO WS-CTL-VALUE
               PERFORM 8100-WRITE-CONTROL-LINE
           END-IF

           IF WS-LIMIT-HOLD-COUNT > ZERO
               MOVE "LIMIT HELD:" TO WS-CTL-LABEL
               MOVE WS-LIMIT-HOLD-COUNT TO WS-CTL-VALUE
               PERFORM 8100-WRITE-CONTROL-LINE
           END-IF

           IF WS-LIMIT-ALLOW-COUNT > ZERO
               MOVE "LIMIT ALLOWED:" TO WS-CTL-LABEL
               MOVE WS-LIMIT-ALLOW-COUNT TO WS-CTL-VALUE
               PERFORM 8100-WRITE-CONTROL-LINE
           END-IF

           IF NOT WS-BALANCE-MASTER-AVAILABLE
               MOVE "** BALANCE MASTER UNAVAILABLE - LIMIT CHECK OFF **"
                   TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
           END-IF

           IF NOT WS-MODE-REPORT-ONLY
               IF NOT WS-HOLD-FILE-AVAILABLE
                   MOVE "** HOLD FILE UNAVAILABLE - HOLDS REJECTED **"
                       TO CONTROL-REPORT-RECORD
                   WRITE CONTROL-REPORT-RECORD
               END-IF
               IF WS-HOLD-FILE-ERROR
                   MOVE "** HOLD FILE WRITE FAILED - SEE EXCPRPT **"
                       TO CONTROL-REPORT-RECORD
                   WRITE CONTROL-REPORT-RECORD
               END-IF
           END-IF

           IF NOT WS-PERIOD-CONTROL-AVAILABLE
               MOVE "** PERIOD CONTROL UNAVAILABLE - LOCK OFF **"
                   TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
           END-IF

           IF WS-PERIOD-REJECT-COUNT > ZERO
               MOVE "CLOSED-PRD REJECTED:" TO WS-CTL-LABEL
               MOVE WS-PERIOD-REJECT-COUNT TO WS-CTL-VALUE
               PERFORM 8100-WRITE-CONTROL-LINE
           END-IF

           IF WS-ROLLED-COUNT > ZERO
               MOVE "CLOSED-PRD ROLLED:" TO WS-CTL-LABEL
               MOVE WS-ROLLED-COUNT TO WS-CTL-VALUE
               PERFORM 8100-WRITE-CONTROL-LINE
           END-IF

           IF NOT WS-CALENDAR-AVAILABLE
               MOVE "** CALENDAR UNAVAILABLE - MON-FRI ASSUMED **"
                   TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
           END-IF

           IF WS-DATE-REJECT-COUNT > ZERO
               MOVE "EFF-DATE REJECTED:" TO WS-CTL-LABEL
               MOVE WS-DATE-REJECT-COUNT TO WS-CTL-VALUE
               PERFORM 8100-WRITE-CONTROL-LINE
           END-IF

           IF WS-OFF-CALENDAR-COUNT > ZERO
               MOVE "DATES OFF CALENDAR:" TO WS-CTL-LABEL
               MOVE WS-OFF-CALENDAR-COUNT TO WS-CTL-VALUE
               PERFORM 8100-WRITE-CONTROL-LINE
           END-IF

           IF WS-REG-COUNT = ZERO
               MOVE "** NO SOURCE REGISTRY - FEED CHECK OFF **"
                   TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
           ELSE
               IF WS-BACKOUT-RUN
                   MOVE "** REVERSAL RUN - FEED CHECK OFF **"
                       TO CONTROL-REPORT-RECORD
                   WRITE CONTROL-REPORT-RECORD
               END-IF
           END-IF

           IF WS-REG-UNREGISTERED-COUNT > ZERO
               MOVE "SRCS UNREGISTERED:" TO WS-CTL-LABEL
               MOVE WS-REG-UNREGISTERED-COUNT TO WS-CTL-VALUE
               PERFORM 8100-WRITE-CONTROL-LINE
           END-IF

           IF WS-REG-RANGE-COUNT > ZERO
               MOVE "SRCS OUT OF RANGE:" TO WS-CTL-LABEL
               MOVE WS-REG-RANGE-COUNT TO WS-CTL-VALUE
               PERFORM 8100-WRITE-CONTROL-LINE
           END-IF

           IF WS-REG-MISSING-COUNT > ZERO
               MOVE "SRCS MISSING:" TO WS-CTL-LABEL
               MOVE WS-REG-MISSING-COUNT TO WS-CTL-VALUE
               PERFORM 8100-WRITE-CONTROL-LINE
           END-IF

           IF WS-COA-COUNT = ZERO
               MOVE "** NO COA MAP - GL VOUCHER LINES OFF **"
                   TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
           END-IF

           IF WS-SUSP-ACCOUNT = SPACES
               IF WS-EDIT-REJECT-COUNT > ZERO
                   MOVE "** NO SUSPENSE ACCOUNT ON COAMAP **"
                       TO CONTROL-REPORT-RECORD
                   WRITE CONTROL-REPORT-RECORD
               END-IF
           ELSE
               PERFORM 3500-TOTAL-SUSPENSE
               MOVE "SUSPENSE BOOKED:" TO WS-CTL-AMT-LABEL
               MOVE WS-SUSP-BOOKED-AMOUNT TO WS-CTL-AMT-VALUE
               MOVE WS-CONTROL-AMOUNT-LINE TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
               MOVE "SUSPENSE CLEARED:" TO WS-CTL-AMT-LABEL
               MOVE WS-SUSP-CLEARED-AMOUNT TO WS-CTL-AMT-VALUE
               MOVE WS-CONTROL-AMOUNT-LINE TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
           END-IF

           IF WS-UNBOOKED-REJECT-COUNT > ZERO
                   AND WS-SUSP-ACCOUNT NOT = SPACES
               MOVE "REJECTS NOT BOOKED:" TO WS-CTL-LABEL
               MOVE WS-UNBOOKED-REJECT-COUNT TO WS-CTL-VALUE
               PERFORM 8100-WRITE-CONTROL-LINE
           END-IF

           IF WS-SUSP-UNPOSTED-COUNT > ZERO
               MOVE "CLEARINGS UNPOSTED:" TO WS-CTL-LABEL
               MOVE WS-SUSP-UNPOSTED-COUNT TO WS-CTL-VALUE
               PERFORM 8100-WRITE-CONTROL-LINE
               MOVE "** SUSPENSE CLEARINGS NOT POSTED - SEE EXCPRPT **"
                   TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
           END-IF

           IF WS-SRC-MISMATCH
               MOVE "** SOURCE RECONCILIATION EXCEPTION **"
                   TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
           END-IF

           IF WS-SRC-MISSING
               MOVE "** REQUIRED SOURCE MISSING **"
                   TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
           END-IF

           IF WS-RECORD-COUNT NOT = WS-RECONCILE-COUNT OR WS-SIZE-ERROR
                   OR WS-UNBOOKED-REJECT-COUNT > ZERO
                   OR WS-SUSP-UNPOSTED-COUNT > ZERO
                   OR WS-SRC-MISMATCH
                   OR WS-SRC-MISSING
               MOVE "** GL EXTRACT AND ACCTOTLS WITHHELD **"
                   TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
           END-IF.

      ******************************************************************
      *    THE SUSPENSE FIGURES COME FROM THE EXTRACT BUCKETS, NOT    *
      *    FROM RUN COUNTERS, SO A RESTARTED RUN STILL REPORTS WHAT   *
      *    THE ABENDED RUN BOOKED BEFORE ITS LAST CHECKPOINT.         *
      ******************************************************************
       3500-TOTAL-SUSPENSE.
           MOVE ZEROES TO WS-SUSP-BOOKED-AMOUNT
           MOVE ZEROES TO WS-SUSP-CLEARED-AMOUNT
           MOVE 'N' TO WS-WORK-EOF-FLAG
           MOVE LOW-VALUES TO EXW-KEY
           START EXTRACT-WORK-FILE
               KEY IS NOT LESS THAN EXW-KEY
           END-START
           IF WS-EXW-STATUS = "00"
               PERFORM 3510-TOTAL-SUSPENSE-ENTRY UNTIL WS-WORK-EOF
           END-IF.

       3510-TOTAL-SUSPENSE-ENTRY.
           READ EXTRACT-WORK-FILE NEXT
               AT END
                   SET WS-WORK-EOF TO TRUE
               NOT AT END
                   IF EXW-TYPE = 'U' AND EXW-SIDE = 'D'
                       ADD EXW-AMOUNT TO WS-SUSP-BOOKED-AMOUNT
                   END-IF
                   IF EXW-TYPE = 'V' AND EXW-SIDE = 'C'
                       ADD EXW-AMOUNT TO WS-SUSP-CLEARED-AMOUNT
                   END-IF
           END-READ.

       3400-WRITE-CURRENCY-LINE.
           READ CURRENCY-WORK-FILE NEXT
               AT END
                   MOVE SWK-EXPECTED TO WS-SRC-RPT-EXPECTED
                   MOVE SWK-TOTAL TO WS-SRC-RPT-TOTAL
                   MOVE SPACES TO WS-SRC-RPT-FLAG
                   MOVE SPACES TO WS-SRC-RPT-REG-FLAG
                   IF SWK-CLOSED-FLAG NOT = 'Y'
                       MOVE "** NO TRAILER" TO WS-SRC-RPT-FLAG
                       SET WS-SRC-MISMATCH TO TRUE
                       IF SWK-DETAIL-COUNT NOT = SWK-EXPECTED
                           MOVE "** MISMATCH" TO WS-SRC-RPT-FLAG
                           SET WS-SRC-MISMATCH TO TRUE
                       ELSE
                           IF SWK-CONTROL-AMOUNT-SENT
                               AND SWK-CONTROL-AMOUNT
                                   NOT = SWK-RECEIVED-TOTAL
                               MOVE "** AMT MISMATCH"
                                   TO WS-SRC-RPT-FLAG
                               SET WS-SRC-MISMATCH TO TRUE
                           END-IF
                       END-IF
                   END-IF
                   IF WS-REG-COUNT > ZERO AND NOT WS-BACKOUT-RUN
                           AND SWK-ID NOT = "RESUBMIT"
                       PERFORM 3310-CHECK-SOURCE-REGISTRY
                   END-IF
                   MOVE WS-SOURCE-REPORT-LINE
                       TO CONTROL-REPORT-RECORD
                   WRITE CONTROL-REPORT-RECORD
                   IF SWK-CONTROL-AMOUNT-SENT
                       MOVE SWK-CONTROL-AMOUNT TO WS-SRC-AMT-CONTROL
                       MOVE SWK-RECEIVED-TOTAL TO WS-SRC-AMT-RECEIVED
                       MOVE WS-SOURCE-AMOUNT-LINE
                           TO CONTROL-REPORT-RECORD
                       WRITE CONTROL-REPORT-RECORD
                   END-IF
           END-READ.

      ******************************************************************
      *    A SOURCE THAT SENT A FILE IS MARKED SEEN ON THE REGISTRY.  *
      *    ITS DETAIL COUNT AND APPLIED TOTAL ARE HELD AGAINST THE    *
      *    NORMAL RANGES; BEING OUT OF RANGE OR UNREGISTERED IS       *
      *    REPORTED ONLY, IT DOES NOT WITHHOLD ANYTHING.              *
      ******************************************************************
       3310-CHECK-SOURCE-REGISTRY.
           MOVE 'N' TO WS-REG-FOUND-FLAG
           PERFORM 3320-SCAN-REGISTRY-ENTRY
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
                  OR WS-REG-FOUND
           IF NOT WS-REG-FOUND
               MOVE "** UNREGISTERED" TO WS-SRC-RPT-REG-FLAG
               ADD 1 TO WS-REG-UNREGISTERED-COUNT
           ELSE
               MOVE 'Y' TO WS-REG-SEEN(WS-REG-MATCH)
               IF WS-REG-MAX-COUNT(WS-REG-MATCH) > ZERO
                   IF SWK-DETAIL-COUNT < WS-REG-MIN-COUNT(WS-REG-MATCH)
                       OR SWK-DETAIL-COUNT
                           > WS-REG-MAX-COUNT(WS-REG-MATCH)
                       MOVE "** OUT OF RANGE"
                           TO WS-SRC-RPT-REG-FLAG
                   END-IF
               END-IF
               IF WS-REG-MIN-AMOUNT(WS-REG-MATCH) NOT = ZERO
                       OR WS-REG-MAX-AMOUNT(WS-REG-MATCH) NOT = ZERO
                   IF SWK-TOTAL < WS-REG-MIN-AMOUNT(WS-REG-MATCH)
                       OR SWK-TOTAL
                           > WS-REG-MAX-AMOUNT(WS-REG-MATCH)
                       MOVE "** OUT OF RANGE"
                           TO WS-SRC-RPT-REG-FLAG
                   END-IF
               END-IF
               IF WS-SRC-RPT-REG-FLAG NOT = SPACES
                   ADD 1 TO WS-REG-RANGE-COUNT
               END-IF
           END-IF.

       3320-SCAN-REGISTRY-ENTRY.
           IF WS-REG-ID(WS-REG-SUB) = SWK-ID
               SET WS-REG-FOUND TO TRUE
               MOVE WS-REG-SUB TO WS-REG-MATCH
           END-IF.

      ******************************************************************
      *    A REGISTERED SOURCE EXPECTED ON THE EFFECTIVE DATE THAT    *
      *    SENT NO HEADER AT ALL IS LISTED WITH ZERO COUNTS.  A       *
      *    REQUIRED ONE WITHHOLDS THE GL EXTRACT AND ACCTOTLS; AN     *
      *    OPTIONAL ONE IS REPORTED ONLY.                             *
      ******************************************************************
       3350-WRITE-MISSING-SOURCE.
           IF WS-REG-SEEN(WS-REG-SUB) NOT = 'Y'
                   AND WS-REG-DAYS(WS-REG-SUB)(WS-REG-DAY-NO:1) = 'Y'
                   AND (NOT WS-REG-HOLIDAY
                        OR WS-REG-ON-HOLIDAY(WS-REG-SUB) = 'Y')
               ADD 1 TO WS-REG-MISSING-COUNT
               MOVE WS-REG-ID(WS-REG-SUB) TO WS-SRC-RPT-ID
               MOVE ZEROES TO WS-SRC-RPT-COUNT
               MOVE ZEROES TO WS-SRC-RPT-EXPECTED
               MOVE ZEROES TO WS-SRC-RPT-TOTAL
               MOVE "** MISSING" TO WS-SRC-RPT-FLAG
               IF WS-REG-REQUIRED(WS-REG-SUB) = 'O'
                   MOVE "OPTIONAL" TO WS-SRC-RPT-REG-FLAG
               ELSE
                   MOVE "REQUIRED" TO WS-SRC-RPT-REG-FLAG
                   SET WS-SRC-MISSING TO TRUE
               END-IF
               MOVE WS-SOURCE-REPORT-LINE TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
           END-IF.

      ******************************************************************
      *    DAY OF THE WEEK OF THE EFFECTIVE DATE (1 = MONDAY, AS IN   *
      *    REG-DAYS) AND WHETHER IT IS A HOLIDAY - A MONDAY-FRIDAY    *
      *    DATE THE CALENDAR SAYS IS NOT A BUSINESS DAY.              *
      ******************************************************************
       3360-SET-REGISTRY-DAY.
           MOVE WS-EFFECTIVE-DATE TO WS-CNV-DATE-N
           PERFORM 2176-DATE-TO-SERIAL
           DIVIDE WS-CNV-SERIAL BY 7
               GIVING WS-WEEK-WORK REMAINDER WS-WEEKDAY
           IF WS-WEEKDAY = 0
               MOVE 7 TO WS-REG-DAY-NO
           ELSE
               MOVE WS-WEEKDAY TO WS-REG-DAY-NO
           END-IF
           MOVE 'N' TO WS-REG-HOLIDAY-FLAG
           IF WS-REG-DAY-NO < 6
               PERFORM 2255-CHECK-BUSINESS-DAY
               IF NOT WS-IS-BUSINESS-DAY
                   SET WS-REG-HOLIDAY TO TRUE
               END-IF
           END-IF.

       8000-WRITE-EXCEPTION.
           MOVE TRAN-KEY TO WS-EXCEPTION-KEY
           MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD
           EVALUATE TRUE
               WHEN NOT WS-ACCOUNT-ACCEPTED
                   MOVE "ACCOUNT UNKNOWN OR NOT OPEN" TO REJ-REASON
               WHEN WS-EFF-DATE-FUTURE
                   MOVE "EFFECTIVE DATE IN FUTURE" TO REJ-REASON
               WHEN WS-EFF-DATE-NON-BUSINESS
                   MOVE "EFFECTIVE DATE NOT BUSINESS DAY"
                       TO REJ-REASON
               WHEN WS-PERIOD-REJECTED
                   MOVE "EFFECTIVE PERIOD CLOSED" TO REJ-REASON
               WHEN WS-CONVERT-ERROR
                   MOVE "CURRENCY CONVERSION FAILED" TO REJ-REASON
               WHEN WS-LIMIT-DUPLICATE-HOLD
                   MOVE "DUPLICATE CREDIT LIMIT HOLD" TO REJ-REASON
               WHEN WS-LIMIT-REJECTED
                   MOVE "CREDIT LIMIT EXCEEDED" TO REJ-REASON
               WHEN NOT WS-AMOUNT-1-VALID AND NOT WS-AMOUNT-2-VALID
                   MOVE "BOTH AMOUNTS REJECTED" TO REJ-REASON
               WHEN NOT WS-AMOUNT-1-VALID
               WHEN OTHER
                   MOVE "AMOUNT-2 REJECTED" TO REJ-REASON
           END-EVALUATE
           MOVE SPACE TO REJ-CORR-STATUS
           MOVE WS-SUSP-NET TO REJ-SUSPENSE-AMOUNT
           WRITE REJ-RECORD.

       8700-WRITE-DUPLICATE.
      ******************************************************************
      *    THE EXTRACT IS WRITTEN FROM THE EXTWRK BUCKETS IN KEY      *
      *    ORDER (BUSINESS DATE, THEN VOUCHER LINES BEFORE SOURCE     *
      *    NET LINES, THEN THE SUSPENSE BOOKINGS AND CLEARINGS,       *
      *    WHICH ARE WRITTEN LIKE VOUCHER LINES UNDER SOURCE COLUMNS  *
      *    SUSPENSE AND SUSPCLEAR).                                   *
      *    GL-RUN-DATE CARRIES THE BUSINESS DATE, SO                  *
      *    TRNMEND'S DAY TABLE BUCKETS A LATE FILE UNDER ITS OWN     *
      *    DAY.  DEBIT LINES GO OUT POSITIVE AND CREDIT LINES        *
      *    NEGATIVE, SO THE VOUCHER LINES OF A DATE SUM TO ZERO AND  *
                           MOVE WS-ASOF-DATE TO GL-ORIG-RUN-DATE
                       END-IF
                   END-IF
                   IF EXW-TYPE NOT = 'S'
                       EVALUATE EXW-TYPE
                           WHEN 'U'
                               MOVE "SUSPENSE" TO GL-SOURCE-SYSTEM
                           WHEN 'V'
                               MOVE "SUSPCLEAR" TO GL-SOURCE-SYSTEM
                           WHEN OTHER
                               MOVE "JV" TO GL-SOURCE-SYSTEM
                       END-EVALUATE
                       IF EXW-SIDE = 'D'
                           MOVE EXW-AMOUNT TO GL-AMOUNT
                       ELSE
                       MOVE SPACES TO GL-GL-ACCOUNT
                       MOVE SPACE TO GL-DR-CR
                   END-IF
                   IF EXW-TYPE = 'S' OR EXW-AMOUNT NOT = ZERO
                       MOVE GL-EXTRACT-LINE TO GL-EXTRACT-RECORD
                       WRITE GL-EXTRACT-RECORD
                       IF WS-EARLIEST-DATE = ZERO
                               OR EXW-EFF-DATE < WS-EARLIEST-DATE
                           MOVE EXW-EFF-DATE TO WS-EARLIEST-DATE
                       END-IF
                   END-IF
           END-READ.

               MOVE "REVERSAL" TO CHKPT-ORIG-MODE
           END-IF
           MOVE WS-ASOF-DATE TO CHKPT-ORIG-ASOF
           MOVE TRAN-TYPE TO CHKPT-LAST-TYPE
           OPEN OUTPUT CHECKPOINT-FILE
           IF WS-CHKPT-STATUS NOT = "00"
               STRING "CHECKPOINT FILE OPEN FAILED - STATUS "
                   PERFORM 8240-WRITE-CHECKPOINT-CURRENCIES
                   PERFORM 8260-WRITE-CHECKPOINT-EXTRACTS
                   PERFORM 8250-WRITE-CHECKPOINT-COUNTERS
                   PERFORM 8255-WRITE-CHECKPOINT-LIMITS
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF.
                   MOVE SWK-ID TO CHKPT-LAST-KEY
                   MOVE SWK-DETAIL-COUNT TO CHKPT-RECORD-COUNT
                   MOVE SWK-TOTAL TO CHKPT-SUM
                   MOVE SPACES TO CHKPT-EXTENSION
                   MOVE SWK-RECEIVED-TOTAL TO CHKPT-SRC-RECEIVED
                   WRITE CHECKPOINT-RECORD
                   IF WS-CHKPT-STATUS NOT = "00"
                       STRING "CHECKPOINT FILE WRITE FAILED - STATUS "
           SET CHKPT-COUNTER-ENTRY TO TRUE
           MOVE SPACES TO CHKPT-LAST-KEY
           MOVE WS-RESUB-COUNT TO CHKPT-RECORD-COUNT
           MOVE WS-DATE-REJECT-COUNT TO CHKPT-SUM
           MOVE WS-EDIT-REJECT-COUNT TO CHKPT-EDIT-REJECT-COUNT
           MOVE WS-DUP-REJECT-COUNT TO CHKPT-DUP-REJECT-COUNT
           MOVE WS-SIZE-ERROR-FLAG TO CHKPT-SIZE-ERROR-FLAG
           MOVE WS-UNBOOKED-REJECT-COUNT TO CHKPT-UNBOOKED-COUNT
           MOVE WS-ROLLED-COUNT TO CHKPT-ROLLED-COUNT
           MOVE WS-PERIOD-REJECT-COUNT TO CHKPT-PERIOD-REJ-COUNT
           WRITE CHECKPOINT-RECORD
           IF WS-CHKPT-STATUS NOT = "00"
               STRING "CHECKPOINT FILE WRITE FAILED - STATUS "
                      WS-CHKPT-STATUS
                   DELIMITED BY SIZE INTO WS-EXCEPTION-MSG
               PERFORM 8000-WRITE-EXCEPTION
           END-IF.

      ******************************************************************
      *    THE TYPE-L RECORD CARRIES THE CREDIT LIMIT COUNTERS, AND   *
      *    THE UNPOSTED SUSPENSE-CLEARING COUNT IN CHKPT-SUM; THE     *
      *    TYPE-K RECORD HAS NO ROOM LEFT FOR THEM.                   *
      ******************************************************************
       8255-WRITE-CHECKPOINT-LIMITS.
           SET CHKPT-LIMIT-ENTRY TO TRUE
           MOVE SPACES TO CHKPT-LAST-KEY
           MOVE WS-LIMIT-REJECT-COUNT TO CHKPT-LIMIT-REJ-COUNT
           MOVE WS-LIMIT-HOLD-COUNT TO CHKPT-LIMIT-HOLD-COUNT
           MOVE WS-LIMIT-ALLOW-COUNT TO CHKPT-RECORD-COUNT
           MOVE WS-SUSP-UNPOSTED-COUNT TO CHKPT-SUM
           MOVE SPACES TO CHKPT-EXTENSION
           WRITE CHECKPOINT-RECORD
           IF WS-CHKPT-STATUS NOT = "00"
               STRING "CHECKPOINT FILE WRITE FAILED - STATUS "
           END-IF
           MOVE WS-DETAIL-EFF-DATE TO AUD-EFF-DATE
           MOVE AUDIT-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           IF WS-DATE-ROLLED
               PERFORM 8320-WRITE-AUDIT-ROLL
           END-IF.

       8320-WRITE-AUDIT-ROLL.
           SET AUD-TYPE-ROLL TO TRUE
           MOVE SPACES TO AUD-ROLL
           MOVE TRAN-KEY TO AUD-ROLL-KEY
           MOVE TRAN-ACCOUNT TO AUD-ROLL-ACCOUNT
           MOVE WS-ROLL-FROM-DATE TO AUD-ROLL-FROM-DATE
           MOVE WS-DETAIL-EFF-DATE TO AUD-ROLL-TO-DATE
           MOVE AUDIT-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD.

       8310-WRITE-AUDIT-SUMMARY.
                       MOVE AWK-EFF-DATE TO ACCT-EFF-DATE
                       MOVE SPACES TO ACCT-RECORD(37:4)
                       WRITE ACCT-RECORD
                       IF WS-EARLIEST-DATE = ZERO
                               OR AWK-EFF-DATE < WS-EARLIEST-DATE
                           MOVE AWK-EFF-DATE TO WS-EARLIEST-DATE
                       END-IF
                   END-IF
                   MOVE AWK-EFF-DATE TO WS-ACCT-RPT-EFF-DATE
                   MOVE AWK-ACCOUNT TO WS-ACCT-RPT-NUMBER
           PERFORM 3000-CONTROL-REPORT
           IF NOT WS-SIZE-ERROR
                   AND WS-RECORD-COUNT = WS-RECONCILE-COUNT
                   AND WS-UNBOOKED-REJECT-COUNT = ZERO
                   AND WS-SUSP-UNPOSTED-COUNT = ZERO
                   AND NOT WS-SRC-MISMATCH
                   AND NOT WS-SRC-MISSING
                   AND NOT WS-STALE-RESTART
                   AND NOT WS-WORK-FILE-ERROR
               SET WS-RUN-CLEAN TO TRUE
           IF WS-HISTORY-AVAILABLE
               CLOSE TRAN-HISTORY-FILE
           END-IF
           IF WS-POSTED-DETAIL-AVAILABLE
               CLOSE POSTED-DETAIL-FILE
           END-IF
           IF WS-HOLD-FILE-AVAILABLE
               CLOSE HOLD-FILE
           END-IF
           IF WS-BALANCE-MASTER-OPEN
               CLOSE BALANCE-MASTER
           END-IF
           IF WS-REFERENCE-AVAILABLE
               CLOSE ACCOUNT-REF-FILE
           END-IF
           IF WS-PERIOD-CONTROL-AVAILABLE
               CLOSE PERIOD-CONTROL-FILE
           END-IF
           IF WS-CALENDAR-AVAILABLE
               CLOSE CALENDAR-FILE
           END-IF
           IF NOT WS-STALE-RESTART
               CLOSE ACCOUNT-WORK-FILE
               CLOSE SOURCE-WORK-FILE
                       SET RST-CLEAN TO TRUE
               END-EVALUATE
               MOVE SPACES TO RST-PERIOD
               MOVE WS-EARLIEST-DATE TO RST-EARLIEST-DATE
               MOVE RUN-STATUS-LINE TO RUN-STATUS-RECORD
               WRITE RUN-STATUS-RECORD
               CLOSE RUN-STATUS-FILE
