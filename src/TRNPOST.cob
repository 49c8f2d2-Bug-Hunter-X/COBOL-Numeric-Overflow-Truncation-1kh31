      *              EVERY POSTING IS JOURNALED TO PSTJRNL SO THE     *
      *              DAY-OVER-DAY BALANCE MOVEMENT CAN BE RECONCILED  *
      *              WITHOUT A MANUALLY MAINTAINED WORKBOOK.          *
      *              EVERY POSTING THAT LEAVES AN ACCOUNT PAST ITS    *
      *              ACTREF CREDIT LIMIT IS LISTED ON THE LIMIT-      *
      *              BREACH REPORT (LIMRPT).                          *
      *                                                                *
      *    CHANGE LOG                                                 *
      *    ----------                                                 *
      *                ALREADY-POSTED ONLY WHEN THE SAME              *
      *                ACCT-RUN-DATE LAST POSTED IT AND THE EFF       *
      *                DATE DOES NOT ADVANCE.                         *
      *    2026-10-15  ACCOUNTING PERIOD LOCK. A TOTAL WHOSE POSTING  *
      *                DATE FALLS IN A PERIOD THE PERIOD CONTROL FILE *
      *                (PRDCTL) CARRIES CLOSED IS REFUSED - JOURNALED *
      *                AS A POSTING ERROR AND COUNTED ON ITS OWN      *
      *                TOTAL LINE - AND NEVER REACHES BALMSTR OR      *
      *                BALHIST. THE EARLIEST POSTING DATE APPLIED     *
      *                GOES ON THE RUNSTAT RECORD FOR TRNCHKR.        *
      *                WITHOUT PRDCTL EVERY PERIOD IS TREATED AS OPEN *
      *                AND THE JOURNAL SAYS SO.                       *
      *    2026-10-15  EACH BALANCE HISTORY RECORD NOW CARRIES THE    *
      *                PRODUCING RUN (HST-RUN-DATE, CARVED FROM THE   *
      *                FILLER) SO TRNBALR CAN REBUILD THE BALANCE     *
      *                MASTER, RERUN GUARD INCLUDED, AS OF ANY RUN    *
      *                DATE.                                          *
      *    2026-10-15  CREDIT LIMIT BREACH REPORT. AFTER EVERY        *
      *                POSTING THE ACCOUNT'S ACTREF CREDIT LIMIT IS   *
      *                CHECKED AGAINST THE NEW BALANCE; AN ACCOUNT    *
      *                LEFT PAST ITS LIMIT IS LISTED ON THE NEW       *
      *                LIMRPT (PRIOR, POSTED AND NEW BALANCE, LIMIT,  *
      *                TREATMENT, NEW BREACH OR STILL OVER) AND       *
      *                COUNTED ON A LIMIT BREACHES JOURNAL TOTAL.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNPOST.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BHS-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO PRDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-PERIOD
               FILE STATUS IS WS-PRD-STATUS.

           SELECT LIMIT-BREACH-REPORT ASSIGN TO LIMRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-STATUS-FILE ASSIGN TO RUNSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RST-STATUS.
           RECORDING MODE IS F.
       COPY BALHIST.

       FD  PERIOD-CONTROL-FILE.
       COPY PRDCTL.

       FD  LIMIT-BREACH-REPORT
           RECORDING MODE IS F.
       01  LIMIT-BREACH-RECORD         PIC X(80).

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD           PIC X(80).
               88  WS-REFERENCE-AVAILABLE      VALUE 'Y'.
           05  WS-ACCT-KNOWN-FLAG      PIC X(01) VALUE 'N'.
               88  WS-ACCOUNT-OPEN-ON-REF      VALUE 'Y'.
           05  WS-PRD-AVAIL-FLAG       PIC X(01) VALUE 'N'.
               88  WS-PERIOD-CONTROL-AVAILABLE VALUE 'Y'.
           05  WS-PRD-CLOSED-FLAG      PIC X(01) VALUE 'N'.
               88  WS-POSTING-PERIOD-CLOSED    VALUE 'Y'.

       01  WS-BAL-STATUS               PIC X(02).
       01  WS-REF-STATUS               PIC X(02).
       01  WS-BHS-STATUS               PIC X(02).
       01  WS-RST-STATUS               PIC X(02).
       01  WS-PRD-STATUS               PIC X(02).

       01  WS-RUN-IDENTIFICATION.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZEROES.
           05  WS-NEW-ACCOUNT-COUNT    PIC 9(7) VALUE ZEROES.
           05  WS-SKIPPED-COUNT        PIC 9(7) VALUE ZEROES.
           05  WS-ERROR-COUNT          PIC 9(7) VALUE ZEROES.
           05  WS-CLOSED-REFUSED-COUNT PIC 9(7) VALUE ZEROES.
           05  WS-BREACH-COUNT         PIC 9(7) VALUE ZEROES.
           05  WS-NEW-BREACH-COUNT     PIC 9(7) VALUE ZEROES.

       01  WS-POSTING-WORK.
           05  WS-POSTING-DATE         PIC 9(08) VALUE ZEROES.
           05  WS-EARLIEST-DATE        PIC 9(08) VALUE ZEROES.
           05  WS-CACHED-PERIOD        PIC X(06) VALUE SPACES.
           05  WS-PRIOR-BALANCE        PIC S9(9)V99 COMP-3 VALUE ZEROES.
           05  WS-NEW-BALANCE          PIC S9(9)V99 COMP-3 VALUE ZEROES.
           05  WS-CREDIT-LIMIT         PIC S9(7)V99 COMP-3 VALUE ZEROES.

      ******************************************************************
      *    ONE LIMIT-BREACH LINE.  NEW BREACH: THE ACCOUNT WAS INSIDE *
      *    ITS LIMIT BEFORE THIS POSTING.  STILL OVER: IT WAS ALREADY *
      *    PAST IT.                                                   *
      ******************************************************************
       01  WS-BREACH-LINE.
           05  WS-BRC-ACCOUNT          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-BRC-POST-DATE        PIC 9(08).
           05  WS-BRC-PRIOR-BALANCE    PIC -(9)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-BRC-POSTED-AMOUNT    PIC -(7)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-BRC-NEW-BALANCE      PIC -(9)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-BRC-CREDIT-LIMIT     PIC Z(6)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-BRC-TREATMENT        PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-BRC-FLAG             PIC X(10).

       COPY PSTLINE.

           ACCEPT WS-RUN-TIME FROM TIME
           OPEN INPUT ACCOUNT-TOTALS-FILE
           OPEN OUTPUT POSTING-JOURNAL
           OPEN OUTPUT LIMIT-BREACH-REPORT
           MOVE SPACES TO LIMIT-BREACH-RECORD
           STRING "CREDIT LIMIT BREACHES AT POSTING " WS-RUN-DATE
               DELIMITED BY SIZE INTO LIMIT-BREACH-RECORD
           WRITE LIMIT-BREACH-RECORD
           MOVE "ACCOUNT  POST DATE       PRIOR      POSTED"
               TO LIMIT-BREACH-RECORD
           MOVE "          NEW      LIMIT T FLAG"
               TO LIMIT-BREACH-RECORD(44:31)
           WRITE LIMIT-BREACH-RECORD
           OPEN I-O BALANCE-MASTER
           IF WS-BAL-STATUS = "35"
               OPEN OUTPUT BALANCE-MASTER
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 1100-OPEN-REFERENCE
               PERFORM 1200-OPEN-PERIOD-CONTROL
               OPEN EXTEND BALANCE-HISTORY
               IF WS-BHS-STATUS = "35"
                   OPEN OUTPUT BALANCE-HISTORY
               WRITE POSTING-JOURNAL-RECORD
           END-IF.

      ******************************************************************
      *    WITHOUT THE PERIOD CONTROL FILE EVERY PERIOD IS TREATED    *
      *    AS OPEN; THE JOURNAL SAYS SO.  TRNACUM APPLIES THE SAME    *
      *    LOCK UPSTREAM, SO THIS IS THE SECOND LINE OF DEFENCE.      *
      ******************************************************************
       1200-OPEN-PERIOD-CONTROL.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PRD-STATUS = "00"
               SET WS-PERIOD-CONTROL-AVAILABLE TO TRUE
           ELSE
               MOVE SPACES TO POSTING-JOURNAL-RECORD
               STRING "** PRDCTL UNAVAILABLE - STATUS " WS-PRD-STATUS
                      " - PERIOD LOCK OFF **"
                   DELIMITED BY SIZE INTO POSTING-JOURNAL-RECORD
               WRITE POSTING-JOURNAL-RECORD
           END-IF.

       2000-POST-ACCOUNT-TOTALS.
           IF ACCT-EFF-DATE NUMERIC AND ACCT-EFF-DATE > ZERO
               MOVE ACCT-EFF-DATE TO WS-POSTING-DATE
           ELSE
               MOVE ACCT-RUN-DATE TO WS-POSTING-DATE
           END-IF
           PERFORM 2050-CHECK-POSTING-PERIOD
           IF WS-POSTING-PERIOD-CLOSED
               ADD 1 TO WS-ERROR-COUNT
               ADD 1 TO WS-CLOSED-REFUSED-COUNT
               SET WS-POST-ERROR TO TRUE
               MOVE SPACES TO POSTING-JOURNAL-RECORD
               STRING "** PERIOD " WS-CACHED-PERIOD
                      " CLOSED - ACCOUNT " ACCT-NUMBER
                      " NOT POSTED **"
                   DELIMITED BY SIZE INTO POSTING-JOURNAL-RECORD
               WRITE POSTING-JOURNAL-RECORD
           ELSE
               PERFORM 2200-POST-ONE-ACCOUNT
           END-IF
           PERFORM 2100-READ-ACCOUNT-TOTALS.

      ******************************************************************
      *    ACCTOTLS ARRIVES IN ACCOUNT ORDER, NOT DATE ORDER, SO THE  *
      *    LAST PERIOD LOOKED UP IS HELD AND ONLY A CHANGE OF PERIOD  *
      *    COSTS A READ.                                              *
      ******************************************************************
       2050-CHECK-POSTING-PERIOD.
           IF WS-PERIOD-CONTROL-AVAILABLE
               IF WS-POSTING-DATE(1:6) NOT = WS-CACHED-PERIOD
                   MOVE WS-POSTING-DATE(1:6) TO WS-CACHED-PERIOD
                   MOVE 'N' TO WS-PRD-CLOSED-FLAG
                   MOVE WS-CACHED-PERIOD TO PRD-PERIOD
                   READ PERIOD-CONTROL-FILE
                   IF WS-PRD-STATUS = "00" AND PRD-CLOSED
                       SET WS-POSTING-PERIOD-CLOSED TO TRUE
                   END-IF
               END-IF
           END-IF.

       2100-READ-ACCOUNT-TOTALS.
           READ ACCOUNT-TOTALS-FILE
               AT END
                       MOVE "POSTED" TO JRN-ACTION
                       PERFORM 8000-WRITE-JOURNAL-LINE
                       PERFORM 8300-WRITE-BALANCE-HISTORY
                       PERFORM 2700-CHECK-CREDIT-LIMIT
                   ELSE
                       ADD 1 TO WS-ERROR-COUNT
                       SET WS-POST-ERROR TO TRUE
               MOVE "NEW" TO JRN-ACTION
               PERFORM 8000-WRITE-JOURNAL-LINE
               PERFORM 8300-WRITE-BALANCE-HISTORY
               PERFORM 2700-CHECK-CREDIT-LIMIT
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               SET WS-POST-ERROR TO TRUE
               PERFORM 8100-WRITE-JOURNAL-ERROR
           END-IF.

      ******************************************************************
      *    TRNACUM ENFORCES THE LIMIT DETAIL BY DETAIL AGAINST THE    *
      *    BALANCE IT PROJECTS, BUT AN ALLOW-AND-REPORT ACCOUNT, A    *
      *    RELEASED HOLD, A REVERSAL OR A LATE POSTING CAN STILL      *
      *    LEAVE AN ACCOUNT PAST ITS LIMIT.  THIS IS THE CHECK ON THE *
      *    BALANCE ACTUALLY POSTED.  AN ACCOUNT WITHOUT A TREATMENT   *
      *    ON ACTREF HAS NO LIMIT AND IS NOT CHECKED.                 *
      ******************************************************************
       2700-CHECK-CREDIT-LIMIT.
           IF WS-REFERENCE-AVAILABLE
               MOVE ACCT-NUMBER TO REF-ACCOUNT
               READ ACCOUNT-REF-FILE
               IF WS-REF-STATUS = "00" AND REF-LIMIT-ENFORCED
                   MOVE ZEROES TO WS-CREDIT-LIMIT
                   IF REF-CREDIT-LIMIT NUMERIC
                       MOVE REF-CREDIT-LIMIT TO WS-CREDIT-LIMIT
                   END-IF
                   IF WS-NEW-BALANCE + WS-CREDIT-LIMIT < ZERO
                       PERFORM 2750-WRITE-LIMIT-BREACH
                   END-IF
               END-IF
           END-IF.

       2750-WRITE-LIMIT-BREACH.
           ADD 1 TO WS-BREACH-COUNT
           IF WS-PRIOR-BALANCE + WS-CREDIT-LIMIT < ZERO
               MOVE "STILL OVER" TO WS-BRC-FLAG
           ELSE
               ADD 1 TO WS-NEW-BREACH-COUNT
               MOVE "NEW BREACH" TO WS-BRC-FLAG
           END-IF
           MOVE ACCT-NUMBER TO WS-BRC-ACCOUNT
           MOVE WS-POSTING-DATE TO WS-BRC-POST-DATE
           MOVE WS-PRIOR-BALANCE TO WS-BRC-PRIOR-BALANCE
           MOVE ACCT-TOTAL TO WS-BRC-POSTED-AMOUNT
           MOVE WS-NEW-BALANCE TO WS-BRC-NEW-BALANCE
           MOVE WS-CREDIT-LIMIT TO WS-BRC-CREDIT-LIMIT
           MOVE REF-LIMIT-TREATMENT TO WS-BRC-TREATMENT
           MOVE WS-BREACH-LINE TO LIMIT-BREACH-RECORD
           WRITE LIMIT-BREACH-RECORD.

       8000-WRITE-JOURNAL-LINE.
           MOVE WS-POSTING-DATE TO JRN-POST-DATE
           MOVE ACCT-NUMBER TO JRN-ACCOUNT
           WRITE POSTING-JOURNAL-RECORD.

       8300-WRITE-BALANCE-HISTORY.
           IF WS-EARLIEST-DATE = ZERO
                   OR WS-POSTING-DATE < WS-EARLIEST-DATE
               MOVE WS-POSTING-DATE TO WS-EARLIEST-DATE
           END-IF
           MOVE ACCT-NUMBER TO HST-ACCOUNT
           MOVE WS-POSTING-DATE TO HST-POST-DATE
           MOVE ACCT-TOTAL TO HST-POSTED-AMOUNT
           MOVE WS-NEW-BALANCE TO HST-NEW-BALANCE
           MOVE ACCT-RUN-DATE TO HST-RUN-DATE
           MOVE SPACES TO HST-RECORD(36:5)
           WRITE HST-RECORD
           IF WS-BHS-STATUS NOT = "00"
               ADD 1 TO WS-ERROR-COUNT
           MOVE "POSTING ERRORS:" TO WS-JRN-TOTAL-LABEL
           MOVE WS-ERROR-COUNT TO WS-JRN-TOTAL-VALUE
           PERFORM 8200-WRITE-JOURNAL-TOTAL
           MOVE "CLOSED PERIOD:" TO WS-JRN-TOTAL-LABEL
           MOVE WS-CLOSED-REFUSED-COUNT TO WS-JRN-TOTAL-VALUE
           PERFORM 8200-WRITE-JOURNAL-TOTAL
           MOVE "LIMIT BREACHES:" TO WS-JRN-TOTAL-LABEL
           MOVE WS-BREACH-COUNT TO WS-JRN-TOTAL-VALUE
           PERFORM 8200-WRITE-JOURNAL-TOTAL
           PERFORM 9100-FINISH-BREACH-REPORT
           CLOSE ACCOUNT-TOTALS-FILE
           CLOSE BALANCE-MASTER
           IF WS-REFERENCE-AVAILABLE
           IF WS-BHS-STATUS = "00"
               CLOSE BALANCE-HISTORY
           END-IF
           IF WS-PERIOD-CONTROL-AVAILABLE
               CLOSE PERIOD-CONTROL-FILE
           END-IF
           CLOSE POSTING-JOURNAL
           CLOSE LIMIT-BREACH-REPORT
           PERFORM 9500-WRITE-RUN-STATUS
           DISPLAY "Posted: " WS-POSTED-COUNT
                   " Errors: " WS-ERROR-COUNT.

       9100-FINISH-BREACH-REPORT.
           IF NOT WS-REFERENCE-AVAILABLE
               MOVE "** ACTREF UNAVAILABLE - LIMIT CHECK OFF **"
                   TO LIMIT-BREACH-RECORD
               WRITE LIMIT-BREACH-RECORD
           END-IF
           MOVE "POSTINGS OVER LIMIT:" TO WS-JRN-TOTAL-LABEL
           MOVE WS-BREACH-COUNT TO WS-JRN-TOTAL-VALUE
           MOVE WS-JOURNAL-TOTAL-LINE TO LIMIT-BREACH-RECORD
           WRITE LIMIT-BREACH-RECORD
           MOVE "  NEW BREACHES:" TO WS-JRN-TOTAL-LABEL
           MOVE WS-NEW-BREACH-COUNT TO WS-JRN-TOTAL-VALUE
           MOVE WS-JOURNAL-TOTAL-LINE TO LIMIT-BREACH-RECORD
           WRITE LIMIT-BREACH-RECORD.

       9500-WRITE-RUN-STATUS.
           OPEN EXTEND RUN-STATUS-FILE
           IF WS-RST-STATUS = "35"
                   SET RST-CLEAN TO TRUE
               END-IF
               MOVE SPACES TO RST-PERIOD
               MOVE WS-EARLIEST-DATE TO RST-EARLIEST-DATE
               MOVE RUN-STATUS-LINE TO RUN-STATUS-RECORD
               WRITE RUN-STATUS-RECORD
               CLOSE RUN-STATUS-FILE
