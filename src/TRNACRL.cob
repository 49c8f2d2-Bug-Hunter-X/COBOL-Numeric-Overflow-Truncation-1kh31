      ******************************************************************
      *    PROGRAM:  TRNACRL                                          *
      *    PURPOSE:  INTEREST AND SERVICE-CHARGE ACCRUAL.  READS THE  *
      *              BALANCE MASTER (BALMSTR) IN ACCOUNT ORDER AND    *
      *              ACCRUES EACH OPEN ACCOUNT BY ITS CLASS ON THE    *
      *              ACCOUNT REFERENCE MASTER (REF-CLASS-CODE) FROM   *
      *              THE ACCRUAL SCHEDULE (ACRLSCH), ONE LINE PER     *
      *              CLASS:                                           *
      *                  CC CCCCCCC DDDDDDD BBB FFFFFFF WWWWWWWWWWW   *
      *              CLASS, CREDIT RATE AND DEBIT RATE (ANNUAL        *
      *              PERCENT, 9(3)V9(4)), DAY BASIS (360 OR 365),     *
      *              MONTHLY FEE (9(5)V99) AND THE BALANCE AT OR      *
      *              ABOVE WHICH THE FEE IS WAIVED (9(9)V99, ZERO =   *
      *              NEVER WAIVED).  A POSITIVE BALANCE EARNS THE     *
      *              CREDIT RATE, A NEGATIVE ONE PAYS THE DEBIT RATE, *
      *              FOR THE DAYS SINCE THE ACCOUNT WAS LAST ACCRUED  *
      *              THROUGH.  THE MONTHLY FEE IS DECIDED AT THE      *
      *              FIRST ACCRUAL DATED IN EACH PERIOD.  THE         *
      *              ACCRUAL DATE (YYYYMMDD) COMES FROM THE COMMAND   *
      *              LINE AND DEFAULTS TO TODAY.                      *
      *              DETAILS GO TO ACRLFILE IN TRANFILE FORMAT UNDER  *
      *              ONE HEADER/TRAILER PAIR WITH SOURCE ID ACCRUAL - *
      *              TRAN-CODE IN FOR INTEREST, SC FOR THE SERVICE    *
      *              CHARGE, EFFECTIVE DATE THE ACCRUAL DATE - FOR    *
      *              TRNACUM TO APPLY LIKE ANY OTHER SOURCE (COAMAP   *
      *              NEEDS IN AND SC LINES; A LIMIT TIER FOR THEM     *
      *              GOVERNS THE EDIT; AN ACCRUAL DATED ON A          *
      *              NON-BUSINESS DAY NEEDS ANYDATE LINES).  THE      *
      *              REGISTER (ACRLRPT) LISTS EVERY ACCOUNT WITH ITS  *
      *              BALANCE, RATE, DAYS, INTEREST AND FEE.           *
      *              THE ACCRUAL CONTROL FILE (ACRLCTL) KEEPS EACH    *
      *              ACCOUNT'S ACCRUED-THROUGH DATE: A RERUN FOR THE  *
      *              SAME DATE ACCRUES FROM THE SAME STARTING POINT   *
      *              AND REISSUES THE SAME TRAN-KEYS, SO TRNACUM'S    *
      *              DUPLICATE CHECK (TRNHIST) LETS ONLY ONE COPY     *
      *              APPLY; AN ACCOUNT ALREADY ACCRUED PAST THE DATE  *
      *              IS NOT ACCRUED AGAIN.                            *
      *                                                                *
      *    CHANGE LOG                                                 *
      *    ----------                                                 *
      *    2026-10-15  INITIAL VERSION.                               *
      *    2026-10-15  THE TRAILER CARRIES THE RUN'S INTEREST PLUS    *
      *                FEE TOTAL AS ITS CONTROL AMOUNT FOR TRNACUM TO *
      *                PROVE.                                         *
      *    2026-10-15  A TRAN-KEY IS TAKEN BEFORE THE ACCOUNT'S       *
      *                DETAILS ARE WRITTEN; WHEN THE SEQUENCE RECORD  *
      *                CANNOT BE SAVED NO KEY IS ISSUED, THE ACCOUNT  *
      *                WRITES NOTHING, KEEPS ITS POSITION AND COUNTS  *
      *                AS IN ERROR.                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNACRL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-MASTER ASSIGN TO BALMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-ACCOUNT
               FILE STATUS IS WS-BAL-STATUS.

           SELECT ACCOUNT-REF-FILE ASSIGN TO ACTREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-ACCOUNT
               FILE STATUS IS WS-REF-STATUS.

           SELECT ACCRUAL-CONTROL-FILE ASSIGN TO ACRLCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACL-ACCOUNT
               FILE STATUS IS WS-ACL-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO ACRLSCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCH-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO ACRLFILE
               ORGANIZATION IS SEQUENTIAL.

           SELECT REGISTER-FILE ASSIGN TO ACRLRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-STATUS-FILE ASSIGN TO RUNSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-MASTER.
       COPY BALMSTR.

       FD  ACCOUNT-REF-FILE.
       COPY ACTREF.

       FD  ACCRUAL-CONTROL-FILE.
       COPY ACRLCTL.

       FD  SCHEDULE-FILE
           RECORDING MODE IS F.
       01  SCHEDULE-RECORD.
           05  SCH-CLASS               PIC X(02).
           05  FILLER                  PIC X(01).
           05  SCH-CREDIT-RATE         PIC 9(3)V9(4).
           05  FILLER                  PIC X(01).
           05  SCH-DEBIT-RATE          PIC 9(3)V9(4).
           05  FILLER                  PIC X(01).
           05  SCH-DAY-BASIS           PIC 9(03).
           05  FILLER                  PIC X(01).
           05  SCH-MONTHLY-FEE         PIC 9(5)V99.
           05  FILLER                  PIC X(01).
           05  SCH-WAIVE-BALANCE       PIC 9(9)V99.
           05  FILLER                  PIC X(38).

       FD  ACCRUAL-FILE
           RECORDING MODE IS F.
       COPY TRANREC.

       FD  REGISTER-FILE
           RECORDING MODE IS F.
       01  REGISTER-RECORD             PIC X(80).

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
               88  WS-EOF                      VALUE 'Y'.
           05  WS-PARM-ERROR-FLAG      PIC X(01) VALUE 'N'.
               88  WS-PARM-ERROR               VALUE 'Y'.
           05  WS-SCH-EOF-FLAG         PIC X(01) VALUE 'N'.
               88  WS-SCH-EOF                  VALUE 'Y'.
           05  WS-DATE-VALID-FLAG      PIC X(01) VALUE 'N'.
               88  WS-DATE-VALID               VALUE 'Y'.
           05  WS-LEAP-FLAG            PIC X(01) VALUE 'N'.
               88  WS-LEAP-YEAR                VALUE 'Y'.
           05  WS-BAL-OPEN-FLAG        PIC X(01) VALUE 'N'.
               88  WS-BAL-FILE-OPEN            VALUE 'Y'.
           05  WS-REF-OPEN-FLAG        PIC X(01) VALUE 'N'.
               88  WS-REF-FILE-OPEN            VALUE 'Y'.
           05  WS-ACL-OPEN-FLAG        PIC X(01) VALUE 'N'.
               88  WS-ACL-FILE-OPEN            VALUE 'Y'.
           05  WS-ACR-OPEN-FLAG        PIC X(01) VALUE 'N'.
               88  WS-ACCRUAL-FILE-OPEN        VALUE 'Y'.
           05  WS-ACCOUNT-FLAG         PIC X(01) VALUE 'N'.
               88  WS-ACCOUNT-ACCRUES          VALUE 'Y'.
               88  WS-ACCOUNT-NOT-ACCRUED      VALUE 'N'.
               88  WS-ACCOUNT-IN-ERROR         VALUE 'E'.
           05  WS-SCH-FOUND-FLAG       PIC X(01) VALUE 'N'.
               88  WS-SCH-FOUND                VALUE 'Y'.
           05  WS-ACL-FOUND-FLAG       PIC X(01) VALUE 'N'.
               88  WS-ACL-FOUND                VALUE 'Y'.
           05  WS-RERUN-FLAG           PIC X(01) VALUE 'N'.
               88  WS-ACCOUNT-RERUN            VALUE 'Y'.
           05  WS-FEE-DUE-FLAG         PIC X(01) VALUE 'N'.
               88  WS-FEE-DUE                  VALUE 'Y'.
           05  WS-SEQ-FOUND-FLAG       PIC X(01) VALUE 'N'.
               88  WS-SEQUENCE-ON-FILE         VALUE 'Y'.
           05  WS-KEY-FAILED-FLAG      PIC X(01) VALUE 'N'.
               88  WS-KEY-FAILED               VALUE 'Y'.
           05  WS-TOTAL-OVERFLOW-FLAG  PIC X(01) VALUE 'N'.
               88  WS-TOTAL-OVERFLOW           VALUE 'Y'.

       01  WS-BAL-STATUS               PIC X(02).
       01  WS-REF-STATUS               PIC X(02).
       01  WS-ACL-STATUS               PIC X(02).
       01  WS-SCH-STATUS               PIC X(02).
       01  WS-RST-STATUS               PIC X(02).

       COPY RUNSTAT.

       01  WS-RUN-IDENTIFICATION.
           05  WS-RUN-DATE             PIC 9(08).
           05  WS-RUN-TIME             PIC 9(08) VALUE ZEROES.
           05  WS-SOURCE-SYSTEM-ID     PIC X(10) VALUE "ACCRUAL".
           05  WS-INTEREST-CODE        PIC X(02) VALUE "IN".
           05  WS-FEE-CODE             PIC X(02) VALUE "SC".

       01  WS-SELECTION-PARMS.
           05  WS-PARM-LINE            PIC X(80) VALUE SPACES.
           05  WS-ACCRUAL-DATE         PIC 9(08) VALUE ZEROES.
           05  WS-ACCRUAL-DATE-X REDEFINES WS-ACCRUAL-DATE
                                       PIC X(08).
           05  WS-ACCRUAL-SERIAL       PIC 9(07) COMP-3 VALUE ZEROES.

      ******************************************************************
      *    ACCRUAL SCHEDULE, ONE ENTRY PER ACCOUNT CLASS.             *
      ******************************************************************
       01  WS-SCHEDULE-CONTROL.
           05  WS-SCH-LIMIT            PIC 9(4) COMP VALUE 50.
           05  WS-SCH-COUNT            PIC 9(4) COMP VALUE ZEROES.
           05  WS-SCH-SUB              PIC 9(4) COMP VALUE ZEROES.
           05  WS-SCH-HIT              PIC 9(4) COMP VALUE ZEROES.

       01  WS-SCHEDULE-TABLE.
           05  WS-SCH-ENTRY OCCURS 50 TIMES.
               10  WS-SCH-CLASS        PIC X(02).
               10  WS-SCH-CREDIT-RATE  PIC 9(3)V9(4) COMP-3.
               10  WS-SCH-DEBIT-RATE   PIC 9(3)V9(4) COMP-3.
               10  WS-SCH-DAY-BASIS    PIC 9(03) COMP-3.
               10  WS-SCH-MONTHLY-FEE  PIC 9(5)V99 COMP-3.
               10  WS-SCH-WAIVE-BALANCE
                                       PIC 9(9)V99 COMP-3.

      ******************************************************************
      *    ONE ACCOUNT'S ACCRUAL.  THE BASE DATE AND FEE PERIOD ARE   *
      *    WHERE THIS RUN STARTS FROM: THE CONTROL RECORD'S CURRENT   *
      *    POSITION, OR ITS PRIOR POSITION ON A RERUN OF THE SAME     *
      *    ACCRUAL DATE.                                              *
      ******************************************************************
       01  WS-ACCRUAL-WORK.
           05  WS-ACR-CLASS            PIC X(02) VALUE SPACES.
           05  WS-ACR-BALANCE          PIC S9(9)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-ACR-RATE             PIC 9(3)V9(4) COMP-3
                                       VALUE ZEROES.
           05  WS-ACR-DAYS             PIC 9(05) COMP-3 VALUE ZEROES.
           05  WS-ACR-INTEREST         PIC S9(9)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-ACR-FEE              PIC S9(7)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-ACR-BASE-DATE        PIC 9(08) VALUE ZEROES.
           05  WS-ACR-BASE-FEE-PERIOD  PIC X(06) VALUE SPACES.
           05  WS-ACR-FEE-PERIOD       PIC X(06) VALUE SPACES.
           05  WS-ACR-OLD-KEY          PIC X(10) VALUE SPACES.
           05  WS-ACR-NOTE             PIC X(20) VALUE SPACES.
           05  WS-ACR-KEY.
               10  WS-ACR-KEY-PREFIX   PIC X(01) VALUE "A".
               10  WS-ACR-KEY-SEQUENCE PIC 9(09) VALUE ZEROES.
           05  WS-ACR-KEY-X REDEFINES WS-ACR-KEY
                                       PIC X(10).
           05  WS-LAST-SEQUENCE        PIC 9(09) VALUE ZEROES.
           05  WS-DETAIL-MAX           PIC S9(5)V99 VALUE 99999.99.
           05  WS-DETAIL-MIN           PIC S9(5)V99 VALUE -99999.99.

      ******************************************************************
      *    DATE WORK.  THE SERIAL IS THE PROLEPTIC GREGORIAN DAY      *
      *    NUMBER WITH 0001-01-01 AS DAY 1; DAYS ACCRUED ARE THE      *
      *    DIFFERENCE OF TWO SERIALS.                                 *
      ******************************************************************
       01  WS-SERIAL-WORK.
           05  WS-CNV-DATE.
               10  WS-CNV-YYYY         PIC 9(04).
               10  WS-CNV-MM           PIC 9(02).
               10  WS-CNV-DD           PIC 9(02).
           05  WS-CNV-DATE-N REDEFINES WS-CNV-DATE
                                       PIC 9(08).
           05  WS-CNV-SERIAL           PIC 9(07) COMP-3.
           05  WS-CNV-PRIOR-YEAR       PIC 9(04).
           05  WS-CNV-WORK             PIC 9(07).
           05  WS-MONTH-LENGTH         PIC 9(02).
           05  WS-LEAP-WORK            PIC 9(04).
           05  WS-LEAP-REM             PIC 9(04).
           05  WS-CUM-DAYS-TABLE.
               10  FILLER              PIC X(36)
                   VALUE "000031059090120151181212243273304334".
           05  WS-CUM-DAYS REDEFINES WS-CUM-DAYS-TABLE.
               10  WS-DAYS-BEFORE-MONTH
                                       PIC 9(03) OCCURS 12 TIMES.
           05  WS-MONTH-DAYS-TABLE.
               10  FILLER              PIC X(24)
                   VALUE "312831303130313130313031".
           05  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
               10  WS-DAYS-IN-MONTH    PIC 9(02) OCCURS 12 TIMES.

       01  WS-ACCRUAL-COUNTS.
           05  WS-ACCOUNTS-READ        PIC 9(7) VALUE ZEROES.
           05  WS-ACCOUNTS-ACCRUED     PIC 9(7) VALUE ZEROES.
           05  WS-RERUN-COUNT          PIC 9(7) VALUE ZEROES.
           05  WS-NOT-ACCRUED-COUNT    PIC 9(7) VALUE ZEROES.
           05  WS-ALREADY-COUNT        PIC 9(7) VALUE ZEROES.
           05  WS-ERROR-COUNT          PIC 9(7) VALUE ZEROES.
           05  WS-DETAILS-WRITTEN      PIC 9(7) VALUE ZEROES.

       01  WS-ACCRUAL-TOTALS.
           05  WS-INTEREST-TOTAL       PIC S9(9)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-FEE-TOTAL            PIC S9(9)V99 COMP-3
                                       VALUE ZEROES.

       01  WS-REGISTER-LINE.
           05  WS-REG-ACCOUNT          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-REG-CLASS            PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-REG-BALANCE          PIC -(9)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-REG-RATE             PIC ZZ9.9999.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-REG-DAYS             PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-REG-INTEREST         PIC -(5)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-REG-FEE              PIC -(5)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-REG-NOTE             PIC X(20).

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(20).
           05  WS-TOT-VALUE            PIC -(6)9.
           05  FILLER                  PIC X(53) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  WS-AMT-LABEL            PIC X(20).
           05  WS-AMT-VALUE            PIC -(9)9.99.
           05  FILLER                  PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCRUE-ACCOUNT UNTIL WS-EOF
           PERFORM 9000-FINISH
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           OPEN OUTPUT REGISTER-FILE
           PERFORM 1100-EDIT-ACCRUAL-DATE
           IF NOT WS-PARM-ERROR
               PERFORM 1200-OPEN-FILES
           END-IF
           IF NOT WS-PARM-ERROR
               PERFORM 1300-LOAD-SCHEDULE
           END-IF
           IF NOT WS-PARM-ERROR
               PERFORM 1400-READ-SEQUENCE
           END-IF
           IF WS-PARM-ERROR
               SET WS-EOF TO TRUE
           ELSE
               MOVE SPACES TO REGISTER-RECORD
               STRING "ACCRUAL REGISTER FOR " WS-ACCRUAL-DATE-X
                      " - RUN " WS-RUN-DATE
                   DELIMITED BY SIZE INTO REGISTER-RECORD
               WRITE REGISTER-RECORD
               MOVE "ACCOUNT  CL       BALANCE     RATE DAYS  INTEREST"
                   TO REGISTER-RECORD
               MOVE "      FEE NOTE" TO REGISTER-RECORD(51:14)
               WRITE REGISTER-RECORD
               OPEN OUTPUT ACCRUAL-FILE
               SET WS-ACCRUAL-FILE-OPEN TO TRUE
               PERFORM 8100-WRITE-HEADER
               PERFORM 2100-READ-BALANCE-MASTER
           END-IF.

      ******************************************************************
      *    THE ACCRUAL DATE DEFAULTS TO TODAY.  A DATE AFTER THE RUN  *
      *    DATE WOULD ONLY BE REJECTED AS FUTURE-DATED BY TRNACUM.    *
      ******************************************************************
       1100-EDIT-ACCRUAL-DATE.
           IF WS-PARM-LINE(1:8) = SPACES
               MOVE WS-RUN-DATE TO WS-ACCRUAL-DATE
           ELSE
               MOVE WS-PARM-LINE(1:8) TO WS-ACCRUAL-DATE-X
           END-IF
           MOVE WS-ACCRUAL-DATE-X TO WS-CNV-DATE
           PERFORM 3400-VALIDATE-DATE
           IF NOT WS-DATE-VALID
               SET WS-PARM-ERROR TO TRUE
               MOVE "** ACCRUAL DATE PARM (YYYYMMDD) NOT VALID **"
                   TO REGISTER-RECORD
               WRITE REGISTER-RECORD
           ELSE
               IF WS-ACCRUAL-DATE > WS-RUN-DATE
                   SET WS-PARM-ERROR TO TRUE
                   MOVE "** ACCRUAL DATE IS AFTER THE RUN DATE **"
                       TO REGISTER-RECORD
                   WRITE REGISTER-RECORD
               ELSE
                   PERFORM 3000-DATE-TO-SERIAL
                   MOVE WS-CNV-SERIAL TO WS-ACCRUAL-SERIAL
               END-IF
           END-IF.

      ******************************************************************
      *    THE CLASS COMES FROM ACTREF, SO WITHOUT IT NOTHING CAN BE  *
      *    ACCRUED; THE RUN STOPS RATHER THAN GUESS.                  *
      ******************************************************************
       1200-OPEN-FILES.
           OPEN INPUT BALANCE-MASTER
           IF WS-BAL-STATUS = "00"
               SET WS-BAL-FILE-OPEN TO TRUE
           ELSE
               SET WS-PARM-ERROR TO TRUE
               MOVE SPACES TO REGISTER-RECORD
               STRING "** BALMSTR OPEN FAILED - STATUS " WS-BAL-STATUS
                      " **"
                   DELIMITED BY SIZE INTO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-IF
           OPEN INPUT ACCOUNT-REF-FILE
           IF WS-REF-STATUS = "00"
               SET WS-REF-FILE-OPEN TO TRUE
           ELSE
               SET WS-PARM-ERROR TO TRUE
               MOVE SPACES TO REGISTER-RECORD
               STRING "** ACTREF OPEN FAILED - STATUS " WS-REF-STATUS
                      " **"
                   DELIMITED BY SIZE INTO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-IF
           OPEN I-O ACCRUAL-CONTROL-FILE
           IF WS-ACL-STATUS = "35"
               OPEN OUTPUT ACCRUAL-CONTROL-FILE
               CLOSE ACCRUAL-CONTROL-FILE
               OPEN I-O ACCRUAL-CONTROL-FILE
           END-IF
           IF WS-ACL-STATUS = "00"
               SET WS-ACL-FILE-OPEN TO TRUE
           ELSE
               SET WS-PARM-ERROR TO TRUE
               MOVE SPACES TO REGISTER-RECORD
               STRING "** ACRLCTL OPEN FAILED - STATUS " WS-ACL-STATUS
                      " **"
                   DELIMITED BY SIZE INTO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-IF.

       1300-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCH-STATUS NOT = "00"
               SET WS-PARM-ERROR TO TRUE
               MOVE "** ACRLSCH COULD NOT BE OPENED **"
                   TO REGISTER-RECORD
               WRITE REGISTER-RECORD
           ELSE
               PERFORM 1310-LOAD-SCHEDULE-ENTRY UNTIL WS-SCH-EOF
               CLOSE SCHEDULE-FILE
               IF WS-SCH-COUNT = ZERO
                   SET WS-PARM-ERROR TO TRUE
                   MOVE "** ACRLSCH CARRIES NO CLASSES **"
                       TO REGISTER-RECORD
                   WRITE REGISTER-RECORD
               END-IF
           END-IF.

       1310-LOAD-SCHEDULE-ENTRY.
           READ SCHEDULE-FILE
               AT END
                   SET WS-SCH-EOF TO TRUE
               NOT AT END
                   IF SCH-CLASS NOT = SPACES
                           AND SCH-CLASS(1:1) NOT = '*'
                       PERFORM 1320-STORE-SCHEDULE-ENTRY
                   END-IF
           END-READ.

       1320-STORE-SCHEDULE-ENTRY.
           IF SCH-CREDIT-RATE NUMERIC AND SCH-DEBIT-RATE NUMERIC
                   AND SCH-DAY-BASIS NUMERIC
                   AND (SCH-DAY-BASIS = 360 OR SCH-DAY-BASIS = 365)
                   AND SCH-MONTHLY-FEE NUMERIC
                   AND SCH-WAIVE-BALANCE NUMERIC
                   AND WS-SCH-COUNT < WS-SCH-LIMIT
               ADD 1 TO WS-SCH-COUNT
               MOVE SCH-CLASS TO WS-SCH-CLASS(WS-SCH-COUNT)
               MOVE SCH-CREDIT-RATE TO WS-SCH-CREDIT-RATE(WS-SCH-COUNT)
               MOVE SCH-DEBIT-RATE TO WS-SCH-DEBIT-RATE(WS-SCH-COUNT)
               MOVE SCH-DAY-BASIS TO WS-SCH-DAY-BASIS(WS-SCH-COUNT)
               MOVE SCH-MONTHLY-FEE
                   TO WS-SCH-MONTHLY-FEE(WS-SCH-COUNT)
               MOVE SCH-WAIVE-BALANCE
                   TO WS-SCH-WAIVE-BALANCE(WS-SCH-COUNT)
           ELSE
               MOVE SPACES TO REGISTER-RECORD
               STRING "ACRLSCH LINE FOR CLASS " SCH-CLASS
                      " DROPPED - SEE ACRLSCH"
                   DELIMITED BY SIZE INTO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-IF.

       1400-READ-SEQUENCE.
           MOVE "********" TO ACL-ACCOUNT
           READ ACCRUAL-CONTROL-FILE
           IF WS-ACL-STATUS = "00"
               SET WS-SEQUENCE-ON-FILE TO TRUE
               MOVE ACL-LAST-SEQUENCE TO WS-LAST-SEQUENCE
           ELSE
               MOVE ZEROES TO WS-LAST-SEQUENCE
           END-IF.

      ******************************************************************
      *    AN ACCOUNT IS ACCRUED WHEN ACTREF CARRIES IT OPEN WITH A   *
      *    CLASS.  CLOSED, SUSPENDED AND UNCLASSED ACCOUNTS ARE NOT   *
      *    ACCRUED, BUT THEIR ACCRUED-THROUGH DATE STILL MOVES UP TO  *
      *    THE ACCRUAL DATE SO A LATER REOPENING DOES NOT BACK-DATE   *
      *    INTEREST OVER THE DAYS THEY WERE OUT.  AN ACCOUNT NOT ON   *
      *    ACTREF, OR WHOSE CLASS THE SCHEDULE DOES NOT CARRY, IS AN  *
      *    ERROR AND KEEPS ITS POSITION, SO IT CATCHES UP ONCE THE    *
      *    REFERENCE DATA IS PUT RIGHT.                               *
      ******************************************************************
       2000-ACCRUE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           MOVE BAL-CURRENT-BALANCE TO WS-ACR-BALANCE
           MOVE ZEROES TO WS-ACR-RATE
           MOVE ZEROES TO WS-ACR-DAYS
           MOVE ZEROES TO WS-ACR-INTEREST
           MOVE ZEROES TO WS-ACR-FEE
           MOVE SPACES TO WS-ACR-NOTE
           MOVE SPACES TO WS-ACR-CLASS
           PERFORM 2200-EDIT-REFERENCE
           IF NOT WS-ACCOUNT-IN-ERROR
               PERFORM 2400-SET-ACCRUAL-BASE
           END-IF
           IF WS-ACCOUNT-ACCRUES
               PERFORM 2500-COMPUTE-INTEREST
           END-IF
           IF WS-ACCOUNT-ACCRUES
               PERFORM 2550-COMPUTE-FEE
           END-IF
           EVALUATE TRUE
               WHEN WS-ACCOUNT-ACCRUES
                   PERFORM 2600-WRITE-ACCRUAL
                   IF WS-ACCOUNT-IN-ERROR
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       PERFORM 2700-UPDATE-CONTROL
                   END-IF
               WHEN WS-ACCOUNT-NOT-ACCRUED
                   ADD 1 TO WS-NOT-ACCRUED-COUNT
                   IF WS-ACR-BASE-DATE < WS-ACCRUAL-DATE
                       PERFORM 2700-UPDATE-CONTROL
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE
           PERFORM 8000-WRITE-REGISTER-LINE
           PERFORM 2100-READ-BALANCE-MASTER.

       2100-READ-BALANCE-MASTER.
           READ BALANCE-MASTER NEXT
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2200-EDIT-REFERENCE.
           SET WS-ACCOUNT-ACCRUES TO TRUE
           MOVE BAL-ACCOUNT TO REF-ACCOUNT
           READ ACCOUNT-REF-FILE
           IF WS-REF-STATUS NOT = "00"
               SET WS-ACCOUNT-IN-ERROR TO TRUE
               MOVE "** NOT ON ACTREF" TO WS-ACR-NOTE
           ELSE
               MOVE REF-CLASS-CODE TO WS-ACR-CLASS
               EVALUATE TRUE
                   WHEN NOT REF-OPEN
                       SET WS-ACCOUNT-NOT-ACCRUED TO TRUE
                       MOVE "ACCOUNT NOT OPEN" TO WS-ACR-NOTE
                   WHEN REF-CLASS-CODE = SPACES
                       SET WS-ACCOUNT-NOT-ACCRUED TO TRUE
                       MOVE "NO ACCRUAL CLASS" TO WS-ACR-NOTE
                   WHEN OTHER
                       PERFORM 2300-FIND-SCHEDULE
                       IF NOT WS-SCH-FOUND
                           SET WS-ACCOUNT-IN-ERROR TO TRUE
                           MOVE "** CLASS NOT ON ACRLSCH"
                               TO WS-ACR-NOTE
                       END-IF
               END-EVALUATE
           END-IF.

       2300-FIND-SCHEDULE.
           MOVE 'N' TO WS-SCH-FOUND-FLAG
           PERFORM 2310-SCAN-SCHEDULE-ENTRY
               VARYING WS-SCH-SUB FROM 1 BY 1
               UNTIL WS-SCH-SUB > WS-SCH-COUNT
                  OR WS-SCH-FOUND.

       2310-SCAN-SCHEDULE-ENTRY.
           IF WS-SCH-CLASS(WS-SCH-SUB) = REF-CLASS-CODE
               SET WS-SCH-FOUND TO TRUE
               MOVE WS-SCH-SUB TO WS-SCH-HIT
           END-IF.

      ******************************************************************
      *    WHERE THIS RUN STARTS FROM.  A RERUN OF THE SAME ACCRUAL   *
      *    DATE STARTS FROM THE POSITION BEFORE THE FIRST RUN AND     *
      *    KEEPS ITS TRAN-KEY; AN ACCOUNT ALREADY ACCRUED PAST THE    *
      *    DATE IS LEFT ALONE.                                        *
      ******************************************************************
       2400-SET-ACCRUAL-BASE.
           MOVE 'N' TO WS-RERUN-FLAG
           MOVE 'N' TO WS-ACL-FOUND-FLAG
           MOVE SPACES TO WS-ACR-OLD-KEY
           MOVE BAL-ACCOUNT TO ACL-ACCOUNT
           READ ACCRUAL-CONTROL-FILE
           EVALUATE WS-ACL-STATUS
               WHEN "00"
                   SET WS-ACL-FOUND TO TRUE
                   EVALUATE TRUE
                       WHEN ACL-THRU-DATE = WS-ACCRUAL-DATE
                           SET WS-ACCOUNT-RERUN TO TRUE
                           MOVE ACL-PRIOR-THRU-DATE
                               TO WS-ACR-BASE-DATE
                           MOVE ACL-PRIOR-FEE-PERIOD
                               TO WS-ACR-BASE-FEE-PERIOD
                           MOVE ACL-TRAN-KEY TO WS-ACR-OLD-KEY
                       WHEN ACL-THRU-DATE > WS-ACCRUAL-DATE
                           MOVE ACL-THRU-DATE TO WS-ACR-BASE-DATE
                           IF WS-ACCOUNT-ACCRUES
                               SET WS-ACCOUNT-NOT-ACCRUED TO TRUE
                               ADD 1 TO WS-ALREADY-COUNT
                               MOVE SPACES TO WS-ACR-NOTE
                               STRING "ACCRUED TO " ACL-THRU-DATE
                                   DELIMITED BY SIZE INTO WS-ACR-NOTE
                           END-IF
                       WHEN OTHER
                           MOVE ACL-THRU-DATE TO WS-ACR-BASE-DATE
                           MOVE ACL-FEE-PERIOD
                               TO WS-ACR-BASE-FEE-PERIOD
                   END-EVALUATE
               WHEN "23"
                   MOVE ZEROES TO WS-ACR-BASE-DATE
                   MOVE SPACES TO WS-ACR-BASE-FEE-PERIOD
               WHEN OTHER
                   SET WS-ACCOUNT-IN-ERROR TO TRUE
                   MOVE SPACES TO WS-ACR-NOTE
                   STRING "** ACRLCTL STATUS " WS-ACL-STATUS
                       DELIMITED BY SIZE INTO WS-ACR-NOTE
           END-EVALUATE.

      ******************************************************************
      *    INTEREST = BALANCE X ANNUAL RATE / 100 X DAYS / DAY BASIS, *
      *    ROUNDED TO THE CENT, SIGNED LIKE THE BALANCE.  AN ACCRUAL  *
      *    TOO LARGE FOR ONE DETAIL IS AN ERROR AND THE ACCOUNT KEEPS *
      *    ITS POSITION - IT IS NEVER TRUNCATED.                      *
      ******************************************************************
       2500-COMPUTE-INTEREST.
           IF WS-ACR-BASE-DATE = ZERO
               MOVE 1 TO WS-ACR-DAYS
           ELSE
               MOVE WS-ACR-BASE-DATE TO WS-CNV-DATE-N
               PERFORM 3000-DATE-TO-SERIAL
               COMPUTE WS-ACR-DAYS = WS-ACCRUAL-SERIAL - WS-CNV-SERIAL
           END-IF
           IF WS-ACR-BALANCE < ZERO
               MOVE WS-SCH-DEBIT-RATE(WS-SCH-HIT) TO WS-ACR-RATE
           ELSE
               MOVE WS-SCH-CREDIT-RATE(WS-SCH-HIT) TO WS-ACR-RATE
           END-IF
           COMPUTE WS-ACR-INTEREST ROUNDED
               = WS-ACR-BALANCE * WS-ACR-RATE / 100
                 * WS-ACR-DAYS / WS-SCH-DAY-BASIS(WS-SCH-HIT)
               ON SIZE ERROR
                   SET WS-ACCOUNT-IN-ERROR TO TRUE
                   MOVE "** INTEREST OVERFLOW" TO WS-ACR-NOTE
           END-COMPUTE
           IF WS-ACCOUNT-ACCRUES
               IF WS-ACR-INTEREST > WS-DETAIL-MAX
                       OR WS-ACR-INTEREST < WS-DETAIL-MIN
                   SET WS-ACCOUNT-IN-ERROR TO TRUE
                   MOVE "** INTEREST TOO LARGE" TO WS-ACR-NOTE
               END-IF
           END-IF.

      ******************************************************************
      *    THE FEE IS DECIDED ONCE PER PERIOD, AT THE FIRST ACCRUAL   *
      *    DATED IN IT: CHARGED, OR WAIVED WHEN THE BALANCE IS AT OR  *
      *    ABOVE THE CLASS'S WAIVER BALANCE.  EITHER WAY THE PERIOD   *
      *    IS MARKED DECIDED.                                         *
      ******************************************************************
       2550-COMPUTE-FEE.
           MOVE 'N' TO WS-FEE-DUE-FLAG
           MOVE WS-ACR-BASE-FEE-PERIOD TO WS-ACR-FEE-PERIOD
           IF WS-ACR-BASE-FEE-PERIOD = SPACES
                   OR WS-ACR-BASE-FEE-PERIOD < WS-ACCRUAL-DATE-X(1:6)
               MOVE WS-ACCRUAL-DATE-X(1:6) TO WS-ACR-FEE-PERIOD
               IF WS-SCH-MONTHLY-FEE(WS-SCH-HIT) > ZERO
                   IF WS-SCH-WAIVE-BALANCE(WS-SCH-HIT) > ZERO
                           AND WS-ACR-BALANCE NOT <
                               WS-SCH-WAIVE-BALANCE(WS-SCH-HIT)
                       MOVE "FEE WAIVED" TO WS-ACR-NOTE
                   ELSE
                       SET WS-FEE-DUE TO TRUE
                       COMPUTE WS-ACR-FEE
                           = ZERO - WS-SCH-MONTHLY-FEE(WS-SCH-HIT)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    THE ACCOUNT'S DETAILS SHARE ONE TRAN-KEY; TRAN-CODE KEEPS  *
      *    THE INTEREST AND THE FEE APART ON TRNHIST.  A RERUN KEEPS  *
      *    THE KEY THE FIRST RUN ISSUED.  THE KEY IS TAKEN BEFORE     *
      *    ANYTHING IS WRITTEN: IF IT CANNOT BE TAKEN THE ACCOUNT IS  *
      *    IN ERROR, WRITES NO DETAIL AND KEEPS ITS POSITION, SO A    *
      *    RERUN ACCRUES IT.                                          *
      ******************************************************************
       2600-WRITE-ACCRUAL.
           MOVE 'N' TO WS-KEY-FAILED-FLAG
           IF WS-ACR-INTEREST NOT = ZERO OR WS-FEE-DUE
               IF WS-ACR-OLD-KEY NOT = SPACES
                   MOVE WS-ACR-OLD-KEY TO WS-ACR-KEY-X
               ELSE
                   PERFORM 8500-NEXT-TRAN-KEY
               END-IF
           ELSE
               MOVE SPACES TO WS-ACR-KEY-X
           END-IF
           IF WS-KEY-FAILED
               SET WS-ACCOUNT-IN-ERROR TO TRUE
               MOVE "** NO TRAN-KEY" TO WS-ACR-NOTE
           ELSE
               PERFORM 2610-WRITE-ACCRUAL-DETAILS
           END-IF.

       2610-WRITE-ACCRUAL-DETAILS.
           ADD 1 TO WS-ACCOUNTS-ACCRUED
           IF WS-ACCOUNT-RERUN
               ADD 1 TO WS-RERUN-COUNT
               IF WS-ACR-NOTE = SPACES
                   MOVE "RERUN - SAME KEY" TO WS-ACR-NOTE
               END-IF
           END-IF
           IF WS-ACR-INTEREST NOT = ZERO
               MOVE SPACES TO TRAN-RECORD
               MOVE WS-INTEREST-CODE TO TRAN-CODE
               MOVE WS-ACR-INTEREST TO TRAN-AMOUNT-1
               PERFORM 8200-WRITE-DETAIL
               ADD WS-ACR-INTEREST TO WS-INTEREST-TOTAL
                   ON SIZE ERROR
                       SET WS-TOTAL-OVERFLOW TO TRUE
               END-ADD
           END-IF
           IF WS-FEE-DUE
               MOVE SPACES TO TRAN-RECORD
               MOVE WS-FEE-CODE TO TRAN-CODE
               MOVE WS-ACR-FEE TO TRAN-AMOUNT-1
               PERFORM 8200-WRITE-DETAIL
               ADD WS-ACR-FEE TO WS-FEE-TOTAL
                   ON SIZE ERROR
                       SET WS-TOTAL-OVERFLOW TO TRUE
               END-ADD
           END-IF.

      ******************************************************************
      *    A FIRST RUN FOR THE DATE SAVES THE STARTING POSITION AS    *
      *    THE PRIOR ONE; A RERUN LEAVES THE PRIOR POSITION AS IT     *
      *    WAS.                                                       *
      ******************************************************************
       2700-UPDATE-CONTROL.
           IF WS-ACCOUNT-NOT-ACCRUED
               MOVE WS-ACR-BASE-FEE-PERIOD TO WS-ACR-FEE-PERIOD
               MOVE SPACES TO WS-ACR-KEY-X
           END-IF
           MOVE SPACES TO ACL-RECORD
           MOVE BAL-ACCOUNT TO ACL-ACCOUNT
           MOVE WS-ACCRUAL-DATE TO ACL-THRU-DATE
           MOVE WS-ACR-FEE-PERIOD TO ACL-FEE-PERIOD
           MOVE WS-ACR-KEY-X TO ACL-TRAN-KEY
           MOVE WS-RUN-DATE TO ACL-RUN-DATE
           MOVE WS-ACR-BASE-DATE TO ACL-PRIOR-THRU-DATE
           MOVE WS-ACR-BASE-FEE-PERIOD TO ACL-PRIOR-FEE-PERIOD
           IF WS-ACL-FOUND
               REWRITE ACL-RECORD
           ELSE
               WRITE ACL-RECORD
           END-IF
           IF WS-ACL-STATUS NOT = "00"
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-ACR-NOTE
               STRING "** ACRLCTL STATUS " WS-ACL-STATUS
                   DELIMITED BY SIZE INTO WS-ACR-NOTE
           END-IF.

      ******************************************************************
      *    SERIAL DAY NUMBER OF WS-CNV-DATE.  THE LEAP RULES MATCH    *
      *    THE ONES THE REST OF THE SUITE APPLIES.                    *
      ******************************************************************
       3000-DATE-TO-SERIAL.
           COMPUTE WS-CNV-PRIOR-YEAR = WS-CNV-YYYY - 1
           COMPUTE WS-CNV-WORK
               = 365 * WS-CNV-PRIOR-YEAR
               + WS-CNV-PRIOR-YEAR / 4
               - WS-CNV-PRIOR-YEAR / 100
               + WS-CNV-PRIOR-YEAR / 400
           ADD WS-DAYS-BEFORE-MONTH(WS-CNV-MM) TO WS-CNV-WORK
           ADD WS-CNV-DD TO WS-CNV-WORK
           IF WS-CNV-MM > 2
               PERFORM 3100-CHECK-LEAP-YEAR
               IF WS-LEAP-YEAR
                   ADD 1 TO WS-CNV-WORK
               END-IF
           END-IF
           MOVE WS-CNV-WORK TO WS-CNV-SERIAL.

       3100-CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-FLAG
           DIVIDE WS-CNV-YYYY BY 4
               GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM = ZERO
               SET WS-LEAP-YEAR TO TRUE
               DIVIDE WS-CNV-YYYY BY 100
                   GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                   MOVE 'N' TO WS-LEAP-FLAG
                   DIVIDE WS-CNV-YYYY BY 400
                       GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       SET WS-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.

       3400-VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-VALID-FLAG
           IF WS-CNV-DATE NUMERIC
               IF WS-CNV-YYYY NOT < 1900
                       AND WS-CNV-MM > ZERO AND WS-CNV-MM < 13
                       AND WS-CNV-DD > ZERO
                   PERFORM 3500-SET-MONTH-LENGTH
                   IF WS-CNV-DD NOT > WS-MONTH-LENGTH
                       SET WS-DATE-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       3500-SET-MONTH-LENGTH.
           MOVE WS-DAYS-IN-MONTH(WS-CNV-MM) TO WS-MONTH-LENGTH
           IF WS-CNV-MM = 2
               PERFORM 3100-CHECK-LEAP-YEAR
               IF WS-LEAP-YEAR
                   ADD 1 TO WS-MONTH-LENGTH
               END-IF
           END-IF.

       8000-WRITE-REGISTER-LINE.
           MOVE BAL-ACCOUNT TO WS-REG-ACCOUNT
           MOVE WS-ACR-CLASS TO WS-REG-CLASS
           MOVE WS-ACR-BALANCE TO WS-REG-BALANCE
           MOVE WS-ACR-RATE TO WS-REG-RATE
           MOVE WS-ACR-DAYS TO WS-REG-DAYS
           MOVE WS-ACR-INTEREST TO WS-REG-INTEREST
           MOVE WS-ACR-FEE TO WS-REG-FEE
           MOVE WS-ACR-NOTE TO WS-REG-NOTE
           MOVE WS-REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD.

       8100-WRITE-HEADER.
           MOVE SPACES TO TRAN-RECORD
           SET TRAN-TYPE-HEADER TO TRUE
           MOVE ZEROES TO TRAN-AMOUNT-1
           MOVE ZEROES TO TRAN-AMOUNT-2
           MOVE ZEROES TO TRAN-EXPECTED-COUNT
           MOVE WS-SOURCE-SYSTEM-ID TO TRAN-SOURCE-ID
           MOVE WS-ACCRUAL-DATE TO TRAN-EFF-DATE
           MOVE ZEROES TO TRAN-SUSPENSE-AMOUNT
           WRITE TRAN-RECORD.

      ******************************************************************
      *    THE CALLER CLEARS THE RECORD AND SETS THE CODE AND AMOUNT; *
      *    TRAN-ORIG-RUN-DATE STAYS SPACES - AN ACCRUAL IS A FIRST-   *
      *    TIME DETAIL, NOT A RESUBMISSION.                           *
      ******************************************************************
       8200-WRITE-DETAIL.
           MOVE WS-ACR-KEY-X TO TRAN-KEY
           SET TRAN-TYPE-DETAIL TO TRUE
           MOVE BAL-ACCOUNT TO TRAN-ACCOUNT
           MOVE ZEROES TO TRAN-AMOUNT-2
           MOVE ZEROES TO TRAN-EXPECTED-COUNT
           MOVE WS-SOURCE-SYSTEM-ID TO TRAN-SOURCE-ID
           MOVE SPACES TO TRAN-CURRENCY-CODE
           MOVE WS-ACCRUAL-DATE TO TRAN-EFF-DATE
           MOVE ZEROES TO TRAN-SUSPENSE-AMOUNT
           WRITE TRAN-RECORD
           ADD 1 TO WS-DETAILS-WRITTEN.

       8300-WRITE-TRAILER.
           MOVE SPACES TO TRAN-RECORD
           SET TRAN-TYPE-TRAILER TO TRUE
           MOVE ZEROES TO TRAN-AMOUNT-1
           MOVE ZEROES TO TRAN-AMOUNT-2
           MOVE WS-DETAILS-WRITTEN TO TRAN-EXPECTED-COUNT
           MOVE WS-SOURCE-SYSTEM-ID TO TRAN-SOURCE-ID
           MOVE WS-ACCRUAL-DATE TO TRAN-EFF-DATE
           MOVE ZEROES TO TRAN-SUSPENSE-AMOUNT
           MOVE ZEROES TO TRAN-CONTROL-AMOUNT
           IF NOT WS-TOTAL-OVERFLOW
               COMPUTE TRAN-CONTROL-AMOUNT
                   = WS-INTEREST-TOTAL + WS-FEE-TOTAL
                   ON SIZE ERROR
                       SET WS-TOTAL-OVERFLOW TO TRUE
                   NOT ON SIZE ERROR
                       SET TRAN-CONTROL-AMOUNT-SENT TO TRUE
               END-COMPUTE
           END-IF
           WRITE TRAN-RECORD.

       8400-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD.

       8450-WRITE-AMOUNT-LINE.
           MOVE WS-AMOUNT-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD.

      ******************************************************************
      *    THE SEQUENCE RECORD IS REWRITTEN AS EACH KEY IS TAKEN, SO  *
      *    A RUN THAT STOPS PART WAY NEVER LEAVES A KEY TO BE ISSUED  *
      *    AGAIN - TRNACUM WOULD REFUSE THE SECOND ONE AS A DUPLICATE.*
      *    A KEY WHOSE SEQUENCE CANNOT BE SAVED IS NOT ISSUED: THE    *
      *    NEXT RUN WOULD READ THE OLD SEQUENCE AND ISSUE IT AGAIN.   *
      ******************************************************************
       8500-NEXT-TRAN-KEY.
           ADD 1 TO WS-LAST-SEQUENCE
           MOVE WS-LAST-SEQUENCE TO WS-ACR-KEY-SEQUENCE
           MOVE SPACES TO ACL-RECORD
           MOVE "********" TO ACL-ACCOUNT
           MOVE WS-LAST-SEQUENCE TO ACL-LAST-SEQUENCE
           IF WS-SEQUENCE-ON-FILE
               REWRITE ACL-RECORD
           ELSE
               WRITE ACL-RECORD
               IF WS-ACL-STATUS = "00"
                   SET WS-SEQUENCE-ON-FILE TO TRUE
               END-IF
           END-IF
           IF WS-ACL-STATUS NOT = "00"
               SET WS-KEY-FAILED TO TRUE
               SUBTRACT 1 FROM WS-LAST-SEQUENCE
               MOVE SPACES TO REGISTER-RECORD
               STRING "** ACRLCTL SEQUENCE UPDATE FAILED - STATUS "
                      WS-ACL-STATUS " **"
                   DELIMITED BY SIZE INTO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-IF.

       9000-FINISH.
           IF WS-ACCRUAL-FILE-OPEN
               PERFORM 8300-WRITE-TRAILER
               CLOSE ACCRUAL-FILE
           END-IF
           MOVE "ACCOUNTS READ:" TO WS-TOT-LABEL
           MOVE WS-ACCOUNTS-READ TO WS-TOT-VALUE
           PERFORM 8400-WRITE-TOTAL-LINE
           MOVE "ACCOUNTS ACCRUED:" TO WS-TOT-LABEL
           MOVE WS-ACCOUNTS-ACCRUED TO WS-TOT-VALUE
           PERFORM 8400-WRITE-TOTAL-LINE
           MOVE "RERUN ACCOUNTS:" TO WS-TOT-LABEL
           MOVE WS-RERUN-COUNT TO WS-TOT-VALUE
           PERFORM 8400-WRITE-TOTAL-LINE
           MOVE "ALREADY ACCRUED:" TO WS-TOT-LABEL
           MOVE WS-ALREADY-COUNT TO WS-TOT-VALUE
           PERFORM 8400-WRITE-TOTAL-LINE
           MOVE "NOT ACCRUED:" TO WS-TOT-LABEL
           MOVE WS-NOT-ACCRUED-COUNT TO WS-TOT-VALUE
           PERFORM 8400-WRITE-TOTAL-LINE
           MOVE "ACCOUNTS IN ERROR:" TO WS-TOT-LABEL
           MOVE WS-ERROR-COUNT TO WS-TOT-VALUE
           PERFORM 8400-WRITE-TOTAL-LINE
           MOVE "DETAILS WRITTEN:" TO WS-TOT-LABEL
           MOVE WS-DETAILS-WRITTEN TO WS-TOT-VALUE
           PERFORM 8400-WRITE-TOTAL-LINE
           MOVE "INTEREST TOTAL:" TO WS-AMT-LABEL
           MOVE WS-INTEREST-TOTAL TO WS-AMT-VALUE
           PERFORM 8450-WRITE-AMOUNT-LINE
           MOVE "FEE TOTAL:" TO WS-AMT-LABEL
           MOVE WS-FEE-TOTAL TO WS-AMT-VALUE
           PERFORM 8450-WRITE-AMOUNT-LINE
           IF WS-TOTAL-OVERFLOW
               MOVE "** REGISTER TOTALS OVERFLOWED - DETAILS COMPLETE"
                   TO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-IF
           IF WS-ERROR-COUNT > ZERO
               MOVE "** ACCOUNTS IN ERROR WERE NOT ACCRUED - CORRECT"
                   TO REGISTER-RECORD
               WRITE REGISTER-RECORD
               MOVE "** ACTREF/ACRLSCH AND RERUN TO CATCH THEM UP"
                   TO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-IF
           IF WS-BAL-FILE-OPEN
               CLOSE BALANCE-MASTER
           END-IF
           IF WS-REF-FILE-OPEN
               CLOSE ACCOUNT-REF-FILE
           END-IF
           IF WS-ACL-FILE-OPEN
               CLOSE ACCRUAL-CONTROL-FILE
           END-IF
           CLOSE REGISTER-FILE
           PERFORM 9500-WRITE-RUN-STATUS
           DISPLAY "Accrued: " WS-ACCOUNTS-ACCRUED
                   " Details: " WS-DETAILS-WRITTEN
                   " Errors: " WS-ERROR-COUNT.

      ******************************************************************
      *    FAILED = NO ACCRUAL FILE COULD BE PRODUCED (BAD DATE, A    *
      *    MISSING INPUT); SUPPRESSED = THE FILE IS GOOD BUT SOME     *
      *    ACCOUNTS WERE LEFT OUT IN ERROR.                           *
      ******************************************************************
       9500-WRITE-RUN-STATUS.
           OPEN EXTEND RUN-STATUS-FILE
           IF WS-RST-STATUS = "35"
               OPEN OUTPUT RUN-STATUS-FILE
           END-IF
           IF WS-RST-STATUS = "00"
               MOVE "TRNACRL" TO RST-PROGRAM
               MOVE WS-RUN-DATE TO RST-RUN-DATE
               MOVE WS-RUN-TIME TO RST-RUN-TIME
               MOVE "ACCRUAL" TO RST-MODE
               MOVE WS-DETAILS-WRITTEN TO RST-KEY-COUNT-1
               MOVE WS-ERROR-COUNT TO RST-KEY-COUNT-2
               EVALUATE TRUE
                   WHEN WS-PARM-ERROR
                       SET RST-FAILED TO TRUE
                   WHEN WS-ERROR-COUNT > ZERO
                       SET RST-SUPPRESSED TO TRUE
                   WHEN OTHER
                       SET RST-CLEAN TO TRUE
               END-EVALUATE
               MOVE SPACES TO RST-PERIOD
               MOVE ZEROES TO RST-EARLIEST-DATE
               MOVE RUN-STATUS-LINE TO RUN-STATUS-RECORD
               WRITE RUN-STATUS-RECORD
               CLOSE RUN-STATUS-FILE
           END-IF.
