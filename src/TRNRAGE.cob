      *              (THE TRNACUM/TRNRSUB CORRECTION CYCLE) AND       *
      *              REPORTS ON AGERPT, FOR EVERY REJECT STILL ON     *
      *              THE FILE:                                        *
      *                - ITS AGE IN BUSINESS DAYS FROM REJ-RUN-DATE,  *
      *                  BUCKETED 1-3 / 4-7 / 8+ DAYS;                *
      *                - AN ESCALATION FLAG ONCE THE AGE REACHES THE  *
      *                  THRESHOLD GIVEN ON THE COMMAND LINE          *
      *                  (DEFAULT 8 BUSINESS DAYS);                   *
      *                - THE REJECTED AMOUNT WHERE IT IS READABLE     *
      *                  (A STILL-NOT-NUMERIC AMOUNT - THE RECORDS    *
      *                  TRNRSUB HOLDS - IS LISTED AS INVALID AND     *
      *              VOLUME BOUND) AND PRINTED WITH THE BUCKET        *
      *              COUNTS, SO ACCOUNTING FINALLY HAS ONE NUMBER     *
      *              FOR HOW MUCH IS STUCK IN REJECTS.                *
      *              REJECTS VOIDED OR WRITTEN OFF THROUGH TRNRCOR    *
      *              ARE NOT EXPOSURE: THEY ARE LISTED WITH THEIR     *
      *              REASON AND TOTALLED SEPARATELY, SO THE DROP IN   *
      *              THE EXPOSURE FIGURE IS ALWAYS EXPLAINED.         *
      *              THE AMOUNTS TRNACUM BOOKED TO THE SUSPENSE       *
      *              LEDGER ACCOUNT (REJ-SUSPENSE-AMOUNT) ARE         *
      *              TOTALLED FOR OPEN AND FOR VOIDED/WRITTEN-OFF     *
      *              REJECTS; UNTIL TRNRSUB'S CLEARING RECORDS POST   *
      *              BOTH ARE STILL ON THE LEDGER, SO THEIR SUM TIES  *
      *              TO THE SUSPENSE BALANCE TRNMEND CARRIES FORWARD. *
      *                                                                *
      *    CHANGE LOG                                                 *
      *    ----------                                                 *
      *                BUCKET, EXPOSURE, AND TOTAL ADDS NOW TRAP ON   *
      *                SIZE ERROR AND FLAG THE REPORT, LIKE EVERY     *
      *                OTHER ACCUMULATOR IN THE SUITE.                *
      *    2026-10-15  VOIDED AND WRITTEN-OFF REJECTS (REJ-CORR-      *
      *                STATUS, SET BY TRNRCOR) ARE LEFT OUT OF THE    *
      *                BUCKETS AND EXPOSURE TOTALS AND LISTED WITH    *
      *                THE CORRECTOR'S REASON INSTEAD.                *
      *    2026-10-15  SUSPENSE TOTALS - THE NET BOOKED TO THE        *
      *                SUSPENSE LEDGER ACCOUNT FOR OPEN AND FOR       *
      *                VOIDED/WRITTEN-OFF REJECTS, AND THEIR SUM AS   *
      *                THE BALANCE STILL ON THE LEDGER.               *
      *    2026-10-15  AGES, BUCKETS AND THE ESCALATION THRESHOLD ARE *
      *                NOW IN BUSINESS DAYS FROM THE BUSINESS-DAY     *
      *                CALENDAR (CALENDAR), SO HOLIDAYS AND WEEKENDS  *
      *                NO LONGER AGE A REJECT. DAYS NOT ON THE        *
      *                CALENDAR, OR A MISSING CALENDAR, COUNT BY THE  *
      *                MONDAY-FRIDAY RULE AND THE REPORT SAYS SO.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNRAGE.
           SELECT AGING-REPORT-FILE ASSIGN TO AGERPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  AGING-REPORT-RECORD         PIC X(80).

       FD  CALENDAR-FILE.
       COPY CALNDR.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
               88  WS-AMOUNT-READABLE          VALUE 'Y'.
           05  WS-TOTAL-OVERFLOW-FLAG  PIC X(01) VALUE 'N'.
               88  WS-TOTAL-OVERFLOW           VALUE 'Y'.
           05  WS-CAL-AVAIL-FLAG       PIC X(01) VALUE 'N'.
               88  WS-CALENDAR-AVAILABLE       VALUE 'Y'.
           05  WS-BUSINESS-DAY-FLAG    PIC X(01) VALUE 'N'.
               88  WS-IS-BUSINESS-DAY          VALUE 'Y'.

       01  WS-REJ-STATUS               PIC X(02).
       01  WS-EXP-STATUS               PIC X(02).
       01  WS-CAL-STATUS               PIC X(02).

       01  WS-RUN-CONTROL.
           05  WS-PARM-LINE            PIC X(80) VALUE SPACES.
           05  WS-CUM-DAYS REDEFINES WS-CUM-DAYS-TABLE.
               10  WS-DAYS-BEFORE-MONTH
                                       PIC 9(03) OCCURS 12 TIMES.
           05  WS-MONTH-DAYS-TABLE.
               10  FILLER              PIC X(24)
                   VALUE "312831303130313130313031".
           05  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
               10  WS-DAYS-IN-MONTH    PIC 9(02) OCCURS 12 TIMES.

      ******************************************************************
      *    BUSINESS-DAY AGES.  WS-BD-COUNT(N) IS THE NUMBER OF        *
      *    BUSINESS DAYS AFTER THE DATE N-1 CALENDAR DAYS BEFORE THE  *
      *    RUN DATE, UP TO AND INCLUDING THE RUN DATE, BUILT ONCE     *
      *    FROM THE CALENDAR SO EACH REJECT'S AGE IS ONE LOOKUP.  THE *
      *    PART OF AN AGE OLDER THAN THE WINDOW IS COUNTED BY THE     *
      *    MONDAY-FRIDAY RULE.  WS-BD-FIRST-GAP IS THE FIRST ENTRY    *
      *    WHOSE DATE WAS NOT ON THE CALENDAR (ZERO IF NONE).         *
      ******************************************************************
       01  WS-BUSINESS-DAY-CONTROL.
           05  WS-BD-WINDOW            PIC 9(4) COMP VALUE 999.
           05  WS-BD-SUB               PIC 9(4) COMP VALUE ZEROES.
           05  WS-BD-RUNNING           PIC 9(5) VALUE ZEROES.
           05  WS-BD-FIRST-GAP         PIC 9(4) COMP VALUE ZEROES.
           05  WS-CALENDAR-AGE         PIC S9(07) COMP-3 VALUE ZEROES.
           05  WS-WEEKDAY              PIC 9(01) VALUE ZERO.
               88  WS-WEEKEND-DAY              VALUE 0 6.
           05  WS-WD-SERIAL            PIC 9(07) VALUE ZEROES.
           05  WS-WD-WEEKS             PIC 9(07) VALUE ZEROES.
           05  WS-WD-REM               PIC 9(01) VALUE ZERO.
           05  WS-WD-COUNT             PIC 9(07) VALUE ZEROES.
           05  WS-WD-FROM-COUNT        PIC 9(07) VALUE ZEROES.
           05  WS-GAP-AGED-COUNT       PIC 9(7) VALUE ZEROES.

       01  WS-BUSINESS-DAY-TABLE.
           05  WS-BD-COUNT             PIC 9(5) COMP OCCURS 999 TIMES.

       01  WS-AGING-COUNTS.
           05  WS-REJECTS-READ         PIC 9(7) VALUE ZEROES.
           05  WS-BUCKET-8-UP-COUNT    PIC 9(7) VALUE ZEROES.
           05  WS-ESCALATED-COUNT      PIC 9(7) VALUE ZEROES.
           05  WS-INVALID-AMOUNT-COUNT PIC 9(7) VALUE ZEROES.
           05  WS-CLOSED-COUNT         PIC 9(7) VALUE ZEROES.

       01  WS-AGING-TOTALS.
           05  WS-ITEM-AMOUNT          PIC S9(7)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-TOTAL-EXPOSURE       PIC S9(9)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-CLOSED-AMOUNT        PIC S9(9)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-OPEN-SUSPENSE        PIC S9(9)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-CLOSED-SUSPENSE      PIC S9(9)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-LEDGER-SUSPENSE      PIC S9(9)V99 COMP-3
                                       VALUE ZEROES.

       01  WS-DETAIL-LINE.
           05  WS-DTL-KEY              PIC X(10).

       01  WS-DTL-AMOUNT-EDIT          PIC -(7)9.99.

       01  WS-REASON-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "REASON: ".
           05  WS-RSN-TEXT             PIC X(30).
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  WS-EXPOSURE-LINE.
           05  WS-EXP-RPT-ID           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           END-IF
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING "REJECT AGING AS OF " WS-RUN-DATE
                  " - ESCALATE AT " WS-ESCALATE-DAYS " BUSINESS DAYS"
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = "00"
               SET WS-CALENDAR-AVAILABLE TO TRUE
           ELSE
               MOVE SPACES TO AGING-REPORT-RECORD
               STRING "** CALENDAR UNAVAILABLE - STATUS " WS-CAL-STATUS
                      " - MONDAY-FRIDAY ASSUMED **"
                   DELIMITED BY SIZE INTO AGING-REPORT-RECORD
               WRITE AGING-REPORT-RECORD
           END-IF
           MOVE "KEY        ACCOUNT  REJECTED   AGE BKT"
               TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           MOVE WS-RUN-DATE TO WS-CNV-DATE-N
           PERFORM 3000-DATE-TO-SERIAL
           MOVE WS-CNV-SERIAL TO WS-RUN-SERIAL
           PERFORM 1200-BUILD-BUSINESS-DAYS
           OPEN OUTPUT AGE-WORK-FILE
           IF WS-EXP-STATUS = "00"
               CLOSE AGE-WORK-FILE
               PERFORM 2100-READ-REJECT-FILE
           END-IF.

      ******************************************************************
      *    WALK BACK FROM THE RUN DATE ONE DAY AT A TIME.  THE DAY    *
      *    BEING LEFT BEHIND IS INSIDE THE AGE OF EVERY EARLIER DATE, *
      *    SO IT IS COUNTED BEFORE THE STEP BACK.                     *
      ******************************************************************
       1200-BUILD-BUSINESS-DAYS.
           MOVE ZEROES TO WS-BD-RUNNING
           MOVE ZEROES TO WS-BD-COUNT(1)
           PERFORM 1210-COUNT-BUSINESS-DAY
               VARYING WS-BD-SUB FROM 2 BY 1
               UNTIL WS-BD-SUB > WS-BD-WINDOW
           IF WS-CALENDAR-AVAILABLE
               CLOSE CALENDAR-FILE
           END-IF.

       1210-COUNT-BUSINESS-DAY.
           PERFORM 3200-CHECK-BUSINESS-DAY
           IF WS-IS-BUSINESS-DAY
               ADD 1 TO WS-BD-RUNNING
           END-IF
           MOVE WS-BD-RUNNING TO WS-BD-COUNT(WS-BD-SUB)
           PERFORM 3300-PRIOR-DATE.

       2000-AGE-REJECTS.
           ADD 1 TO WS-REJECTS-READ
           MOVE REJ-ORIG-RECORD TO TRAN-RECORD
           PERFORM 2200-COMPUTE-AGE
           PERFORM 2800-TOTAL-SUSPENSE
           IF REJ-VOIDED OR REJ-WRITTEN-OFF
               PERFORM 2700-LIST-CLOSED-REJECT
           ELSE
               PERFORM 2300-VALUE-REJECT
               PERFORM 2400-BUCKET-REJECT
               PERFORM 2500-POST-EXPOSURE
               PERFORM 2600-WRITE-DETAIL-LINE
           END-IF
           PERFORM 2100-READ-REJECT-FILE.

       2100-READ-REJECT-FILE.
      *    TRNRSUB PRESERVES IT ACROSS THE CYCLE, SO A RE-REJECT'S    *
      *    FRESH REJ-RUN-DATE DOES NOT RESET THE CLOCK.  FIRST-TIME  *
      *    REJECTS HAVE NO LINKAGE YET AND AGE FROM REJ-RUN-DATE.    *
      *    THE AGE IS IN BUSINESS DAYS: A REJECT RAISED BEFORE A      *
      *    HOLIDAY WEEKEND DOES NOT ESCALATE ON THE DAYS NOBODY WAS   *
      *    THERE TO CORRECT IT.                                       *
      ******************************************************************
       2200-COMPUTE-AGE.
           IF TRAN-ORIG-RUN-DATE NUMERIC AND TRAN-ORIG-RUN-DATE > ZERO
           IF WS-AGE-FROM-DATE > ZERO
               MOVE WS-AGE-FROM-DATE TO WS-CNV-DATE-N
               PERFORM 3000-DATE-TO-SERIAL
               COMPUTE WS-CALENDAR-AGE = WS-RUN-SERIAL - WS-CNV-SERIAL
               IF WS-CALENDAR-AGE < ZERO
                   MOVE ZEROES TO WS-ITEM-AGE
               ELSE
                   PERFORM 2210-BUSINESS-DAY-AGE
               END-IF
           ELSE
               MOVE ZEROES TO WS-ITEM-AGE
           END-IF.

       2210-BUSINESS-DAY-AGE.
           IF WS-CALENDAR-AGE < WS-BD-WINDOW
               MOVE WS-BD-COUNT(WS-CALENDAR-AGE + 1) TO WS-ITEM-AGE
           ELSE
               MOVE WS-CNV-SERIAL TO WS-WD-SERIAL
               PERFORM 3400-COUNT-WEEKDAYS
               MOVE WS-WD-COUNT TO WS-WD-FROM-COUNT
               COMPUTE WS-WD-SERIAL
                   = WS-RUN-SERIAL - WS-BD-WINDOW + 1
               PERFORM 3400-COUNT-WEEKDAYS
               COMPUTE WS-ITEM-AGE = WS-BD-COUNT(WS-BD-WINDOW)
                   + WS-WD-COUNT - WS-WD-FROM-COUNT
           END-IF
           IF WS-CALENDAR-AVAILABLE
               IF WS-CALENDAR-AGE NOT < WS-BD-WINDOW
                   OR (WS-BD-FIRST-GAP > ZERO
                       AND WS-CALENDAR-AGE + 1 NOT < WS-BD-FIRST-GAP)
                   ADD 1 TO WS-GAP-AGED-COUNT
               END-IF
           END-IF.

      ******************************************************************
      *    THE SAME NUMERIC TEST TRNRSUB APPLIES: AN AMOUNT THAT IS   *
      *    STILL NOT NUMERIC CANNOT BE VALUED AND IS COUNTED INSTEAD  *
           MOVE WS-DETAIL-LINE TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD.

      ******************************************************************
      *    A VOIDED OR WRITTEN-OFF REJECT IS NO LONGER WAITING TO    *
      *    POST.  IT STAYS ON THE LISTING, UNBUCKETED AND UNFLAGGED, *
      *    WITH THE REASON THE CORRECTOR GAVE, AND ITS AMOUNT GOES   *
      *    TO A SEPARATE TOTAL INSTEAD OF THE EXPOSURE FIGURES.      *
      ******************************************************************
       2700-LIST-CLOSED-REJECT.
           ADD 1 TO WS-CLOSED-COUNT
           MOVE TRAN-KEY TO WS-DTL-KEY
           MOVE TRAN-ACCOUNT TO WS-DTL-ACCOUNT
           MOVE WS-AGE-FROM-DATE TO WS-DTL-REJ-DATE
           MOVE WS-ITEM-AGE TO WS-DTL-AGE
           IF TRAN-TYPE-DETAIL
                   AND TRAN-AMOUNT-1 NUMERIC
                   AND TRAN-AMOUNT-2 NUMERIC
               COMPUTE WS-ITEM-AMOUNT
                   = TRAN-AMOUNT-1 + TRAN-AMOUNT-2
               ADD WS-ITEM-AMOUNT TO WS-CLOSED-AMOUNT
                   ON SIZE ERROR
                       SET WS-TOTAL-OVERFLOW TO TRUE
               END-ADD
               MOVE WS-ITEM-AMOUNT TO WS-DTL-AMOUNT-EDIT
               MOVE WS-DTL-AMOUNT-EDIT TO WS-DTL-AMOUNT
           ELSE
               MOVE "INVALID" TO WS-DTL-AMOUNT
           END-IF
           IF REJ-VOIDED
               MOVE "VOID" TO WS-DTL-BUCKET
               MOVE "VOIDED" TO WS-DTL-FLAG
           ELSE
               MOVE "WOFF" TO WS-DTL-BUCKET
               MOVE "WRITE-OFF" TO WS-DTL-FLAG
           END-IF
           MOVE WS-DETAIL-LINE TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           MOVE REJ-REASON TO WS-RSN-TEXT
           MOVE WS-REASON-LINE TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD.

      ******************************************************************
      *    A VOIDED OR WRITTEN-OFF REJECT'S BOOKING STAYS ON THE      *
      *    LEDGER UNTIL TRNRSUB DROPS IT AND TRNACUM POSTS THE        *
      *    CLEARING, SO IT IS TOTALLED APART FROM THE OPEN REJECTS'   *
      *    BUT STILL COUNTS TOWARD THE LEDGER BALANCE.                *
      ******************************************************************
       2800-TOTAL-SUSPENSE.
           IF REJ-SUSPENSE-AMOUNT NUMERIC
               IF REJ-VOIDED OR REJ-WRITTEN-OFF
                   ADD REJ-SUSPENSE-AMOUNT TO WS-CLOSED-SUSPENSE
                       ON SIZE ERROR
                           SET WS-TOTAL-OVERFLOW TO TRUE
                   END-ADD
               ELSE
                   ADD REJ-SUSPENSE-AMOUNT TO WS-OPEN-SUSPENSE
                       ON SIZE ERROR
                           SET WS-TOTAL-OVERFLOW TO TRUE
                   END-ADD
               END-IF
               ADD REJ-SUSPENSE-AMOUNT TO WS-LEDGER-SUSPENSE
                   ON SIZE ERROR
                       SET WS-TOTAL-OVERFLOW TO TRUE
               END-ADD
           END-IF.

      ******************************************************************
      *    SERIAL DAY NUMBER FOR AGE ARITHMETIC.  ONLY DIFFERENCES    *
      *    ARE USED, SO THE EPOCH DOES NOT MATTER; THE LEAP RULES     *
               END-IF
           END-IF.

      ******************************************************************
      *    IS WS-CNV-DATE A BUSINESS DAY?  THE CALENDAR DECIDES WHERE *
      *    IT HAS THE DATE; OTHERWISE MONDAY-FRIDAY, FROM THE SERIAL  *
      *    (0001-01-01, DAY 1, WAS A MONDAY).                         *
      ******************************************************************
       3200-CHECK-BUSINESS-DAY.
           DIVIDE WS-CNV-SERIAL BY 7
               GIVING WS-WD-WEEKS REMAINDER WS-WEEKDAY
           IF WS-WEEKEND-DAY
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
                   IF WS-BD-FIRST-GAP = ZERO
                       MOVE WS-BD-SUB TO WS-BD-FIRST-GAP
                   END-IF
               END-IF
           END-IF.

       3300-PRIOR-DATE.
           SUBTRACT 1 FROM WS-CNV-SERIAL
           SUBTRACT 1 FROM WS-CNV-DD
           IF WS-CNV-DD = ZERO
               SUBTRACT 1 FROM WS-CNV-MM
               IF WS-CNV-MM = ZERO
                   MOVE 12 TO WS-CNV-MM
                   SUBTRACT 1 FROM WS-CNV-YYYY
               END-IF
               MOVE WS-DAYS-IN-MONTH(WS-CNV-MM) TO WS-CNV-DD
               IF WS-CNV-MM = 2
                   PERFORM 3100-CHECK-LEAP-YEAR
                   IF WS-LEAP-YEAR
                       ADD 1 TO WS-CNV-DD
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    MONDAY-FRIDAY COUNT OF SERIAL DAYS 1 THROUGH WS-WD-SERIAL: *
      *    FIVE PER WHOLE WEEK PLUS THE PART WEEK, WHICH STARTS ON A  *
      *    MONDAY.  THE DIFFERENCE OF TWO COUNTS IS THE WEEKDAYS      *
      *    BETWEEN THEM.                                              *
      ******************************************************************
       3400-COUNT-WEEKDAYS.
           DIVIDE WS-WD-SERIAL BY 7
               GIVING WS-WD-WEEKS REMAINDER WS-WD-REM
           IF WS-WD-REM > 5
               MOVE 5 TO WS-WD-REM
           END-IF
           COMPUTE WS-WD-COUNT = WS-WD-WEEKS * 5 + WS-WD-REM.

       8000-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD.
           MOVE "UNVALUED (INVALID):" TO WS-CNT-LABEL
           MOVE WS-INVALID-AMOUNT-COUNT TO WS-CNT-VALUE
           PERFORM 8100-WRITE-COUNT-LINE
           MOVE "VOIDED/WRITTEN OFF:" TO WS-CNT-LABEL
           MOVE WS-CLOSED-COUNT TO WS-CNT-VALUE
           PERFORM 8100-WRITE-COUNT-LINE
           MOVE "EXPOSURE 1-3 DAYS:" TO WS-TOT-LABEL
           MOVE WS-BUCKET-1-3-AMOUNT TO WS-TOT-VALUE
           PERFORM 8000-WRITE-TOTAL-LINE
           MOVE "TOTAL UNPOSTED:" TO WS-TOT-LABEL
           MOVE WS-TOTAL-EXPOSURE TO WS-TOT-VALUE
           PERFORM 8000-WRITE-TOTAL-LINE
           MOVE "EXCLUDED (VOID/WOFF):" TO WS-TOT-LABEL
           MOVE WS-CLOSED-AMOUNT TO WS-TOT-VALUE
           PERFORM 8000-WRITE-TOTAL-LINE
           MOVE "SUSPENSE - OPEN:" TO WS-TOT-LABEL
           MOVE WS-OPEN-SUSPENSE TO WS-TOT-VALUE
           PERFORM 8000-WRITE-TOTAL-LINE
           MOVE "SUSPENSE - VOID/WOFF:" TO WS-TOT-LABEL
           MOVE WS-CLOSED-SUSPENSE TO WS-TOT-VALUE
           PERFORM 8000-WRITE-TOTAL-LINE
           MOVE "SUSPENSE ON LEDGER:" TO WS-TOT-LABEL
           MOVE WS-LEDGER-SUSPENSE TO WS-TOT-VALUE
           PERFORM 8000-WRITE-TOTAL-LINE
           IF WS-TOTAL-OVERFLOW
               MOVE "** TOTAL OVERFLOW - FIGURES SUSPECT **"
                   TO AGING-REPORT-RECORD
               WRITE AGING-REPORT-RECORD
           END-IF
           IF WS-GAP-AGED-COUNT > ZERO
               MOVE "AGED OFF CALENDAR:" TO WS-CNT-LABEL
               MOVE WS-GAP-AGED-COUNT TO WS-CNT-VALUE
               PERFORM 8100-WRITE-COUNT-LINE
               MOVE "** AGES SPAN DAYS OFF CALENDAR - MON-FRI ASSUMED"
                   TO AGING-REPORT-RECORD
               WRITE AGING-REPORT-RECORD
           END-IF
           IF NOT WS-WORK-FILE-ERROR
               MOVE "EXPOSURE BY ACCOUNT (A) THEN SOURCE (S)"
                   TO AGING-REPORT-RECORD
