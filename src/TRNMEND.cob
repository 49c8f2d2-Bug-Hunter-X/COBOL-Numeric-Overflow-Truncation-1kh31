      *              GLEXTRACT OUTPUT) INTO A MONTHLY SUMMARY FOR     *
      *              THE LEDGER CLOSE.  PRODUCES A DAY-BY-DAY         *
      *              STATEMENT REPORT (MSTMT) WITH MONTH-TO-DATE      *
      *              RUNNING TOTALS, FLAGS EVERY BUSINESS DAY (PER    *
      *              THE BUSINESS-DAY CALENDAR) WITH NO EXTRACT       *
      *              LINE, AND WRITES ONE MONTHLY GL SUMMARY RECORD   *
      *              (GLSUMM).                                        *
      *              BACKOUT EXTRACT LINES NET INTO THEIR DAY LIKE    *
      *              ANY OTHER LINE AND ARE COUNTED SEPARATELY ON     *
      *              THE STATEMENT.  THE PERIOD (YYYYMM) COMES FROM   *
      *              THE COMMAND LINE.                                *
      *              THE SUSPENSE LEDGER ACCOUNT IS CARRIED FROM      *
      *              PERIOD TO PERIOD: THE BALANCE BROUGHT FORWARD    *
      *              (SUSPBF, THE PRIOR PERIOD'S SUSPCF) PLUS THE     *
      *              PERIOD'S BOOKINGS (SOURCE COLUMN SUSPENSE,       *
      *              DEBIT SIDE) LESS ITS CLEARINGS (SOURCE COLUMN    *
      *              SUSPCLEAR, CREDIT SIDE) IS THE BALANCE CARRIED   *
      *              FORWARD, WRITTEN TO SUSPCF FOR THE NEXT PERIOD.  *
      *                                                                *
      *    CHANGE LOG                                                 *
      *    ----------                                                 *
      *                BUSINESS DAY WITH NO CODE CHANGE - A LATE      *
      *                SOURCE FILE NO LONGER SHOWS AS A MISSING       *
      *                BUSINESS DAY PLUS A DOUBLED DELIVERY DAY.      *
      *    2026-10-15  THE STATEMENT NOW SHOWS THE SUSPENSE BALANCE   *
      *                BROUGHT FORWARD (SUSPBF), THE PERIOD'S         *
      *                BOOKINGS AND CLEARINGS, AND THE BALANCE        *
      *                CARRIED FORWARD, WHICH IS WRITTEN TO SUSPCF    *
      *                FOR THE NEXT PERIOD AND TIES TO TRNRAGE'S      *
      *                SUSPENSE ON LEDGER FIGURE. A MISSING SUSPBF    *
      *                OPENS AT ZERO AND SAYS SO.                     *
      *    2026-10-15  MISSING-DAY CHECK NOW READS THE BUSINESS-DAY   *
      *                CALENDAR (CALENDAR): A HOLIDAY WITH NO EXTRACT *
      *                IS FLAGGED HOLIDAY, NOT MISSING, AND A WORKED  *
      *                WEEKEND DAY IS EXPECTED LIKE ANY OTHER         *
      *                BUSINESS DAY. DAYS NOT ON THE CALENDAR, OR A   *
      *                MISSING CALENDAR, FALL BACK TO MONDAY-FRIDAY   *
      *                AND THE STATEMENT SAYS SO.                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNMEND.
           SELECT GL-SUMMARY-FILE ASSIGN TO GLSUMM
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUSPENSE-BF-FILE ASSIGN TO SUSPBF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SBF-STATUS.

           SELECT SUSPENSE-CF-FILE ASSIGN TO SUSPCF
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-STATUS-FILE ASSIGN TO RUNSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RST-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-MONTH-FILE
           RECORDING MODE IS F.
       01  GL-SUMMARY-RECORD           PIC X(80).

       FD  SUSPENSE-BF-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-BF-RECORD          PIC X(80).

       FD  SUSPENSE-CF-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-CF-RECORD          PIC X(80).

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD           PIC X(80).

       FD  CALENDAR-FILE.
       COPY CALNDR.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
               88  WS-GLA-FOUND                VALUE 'Y'.
           05  WS-LEAP-FLAG            PIC X(01) VALUE 'N'.
               88  WS-LEAP-YEAR                VALUE 'Y'.
           05  WS-SBF-FOUND-FLAG       PIC X(01) VALUE 'N'.
               88  WS-SBF-FOUND                VALUE 'Y'.
           05  WS-CAL-AVAIL-FLAG       PIC X(01) VALUE 'N'.
               88  WS-CALENDAR-AVAILABLE       VALUE 'Y'.
           05  WS-DAY-TYPE-FLAG        PIC X(01) VALUE 'B'.
               88  WS-DAY-IS-BUSINESS          VALUE 'B'.
               88  WS-DAY-IS-WEEKEND           VALUE 'W'.
               88  WS-DAY-IS-HOLIDAY           VALUE 'H'.

       01  WS-GLM-STATUS               PIC X(02).
       01  WS-RST-STATUS               PIC X(02).
       01  WS-SBF-STATUS               PIC X(02).
       01  WS-CAL-STATUS               PIC X(02).

       01  WS-RUN-IDENTIFICATION.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZEROES.
               10  WS-GLA-DEBIT-TOTAL  PIC S9(9)V99 COMP-3.
               10  WS-GLA-CREDIT-TOTAL PIC S9(9)V99 COMP-3.

      ******************************************************************
      *    SUSPENSE ROLL-FORWARD.  THE BALANCE RECORD (SUSPBF IN,     *
      *    SUSPCF OUT) IS ONE LINE: PERIOD AND BALANCE.               *
      ******************************************************************
       01  WS-SUSPENSE-CONTROL.
           05  WS-SUSP-OPENING         PIC S9(9)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-SUSP-BOOKED          PIC S9(9)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-SUSP-CLEARED         PIC S9(9)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-SUSP-CLOSING         PIC S9(9)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-PRIOR-PERIOD.
               10  WS-PRIOR-YYYY       PIC 9(04).
               10  WS-PRIOR-MM         PIC 9(02).

       01  WS-SUSPENSE-BALANCE-LINE.
           05  WS-SBL-PERIOD           PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SBL-BALANCE          PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(61) VALUE SPACES.

       01  WS-ROLLUP-COUNTS.
           05  WS-LINES-READ           PIC 9(7) VALUE ZEROES.
           05  WS-LINES-APPLIED        PIC 9(7) VALUE ZEROES.
           05  WS-BACKOUT-LINES        PIC 9(7) VALUE ZEROES.
           05  WS-DAYS-POSTED          PIC 9(02) VALUE ZEROES.
           05  WS-MISSING-DAYS         PIC 9(02) VALUE ZEROES.
           05  WS-HOLIDAY-DAYS         PIC 9(02) VALUE ZEROES.
           05  WS-UNCALENDARED-DAYS    PIC 9(02) VALUE ZEROES.

       01  WS-LEAP-WORK-FIELDS.
           05  WS-LEAP-WORK            PIC 9(04).
               ELSE
                   PERFORM 2100-READ-GL-MONTH
               END-IF
               PERFORM 1300-READ-SUSPENSE-BF
               PERFORM 1400-OPEN-CALENDAR
           END-IF.

      ******************************************************************
      *    THE BROUGHT-FORWARD BALANCE IS THE PRIOR PERIOD'S CARRIED  *
      *    FORWARD.  NONE ON FILE (THE FIRST PERIOD) OPENS AT ZERO;   *
      *    ONE FOR ANY PERIOD BUT THE PRIOR MONTH IS STILL USED BUT   *
      *    FLAGGED, SINCE A SKIPPED MONTH-END LEAVES A GAP.           *
      ******************************************************************
       1300-READ-SUSPENSE-BF.
           IF WS-PERIOD-MM = 1
               COMPUTE WS-PRIOR-YYYY = WS-PERIOD-YYYY - 1
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               MOVE WS-PERIOD-YYYY TO WS-PRIOR-YYYY
               COMPUTE WS-PRIOR-MM = WS-PERIOD-MM - 1
           END-IF
           OPEN INPUT SUSPENSE-BF-FILE
           IF WS-SBF-STATUS = "00"
               READ SUSPENSE-BF-FILE
                   AT END
                       MOVE "10" TO WS-SBF-STATUS
               END-READ
               IF WS-SBF-STATUS = "00"
                   MOVE SUSPENSE-BF-RECORD TO WS-SUSPENSE-BALANCE-LINE
                   IF WS-SBL-PERIOD NUMERIC AND WS-SBL-BALANCE NUMERIC
                       SET WS-SBF-FOUND TO TRUE
                       MOVE WS-SBL-BALANCE TO WS-SUSP-OPENING
                   END-IF
               END-IF
               CLOSE SUSPENSE-BF-FILE
           END-IF.

      ******************************************************************
      *    THE CALENDAR DECIDES WHICH DAYS A MISSING EXTRACT IS A     *
      *    GAP.  WITHOUT IT THE STATEMENT FALLS BACK TO THE           *
      *    MONDAY-FRIDAY RULE AND SAYS SO, SO A HOLIDAY MAY SHOW AS   *
      *    MISSING BUT A REAL GAP IS NEVER HIDDEN.                    *
      ******************************************************************
       1400-OPEN-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = "00"
               SET WS-CALENDAR-AVAILABLE TO TRUE
           ELSE
               MOVE SPACES TO STATEMENT-RECORD
               STRING "** CALENDAR UNAVAILABLE - STATUS " WS-CAL-STATUS
                      " - MONDAY-FRIDAY ASSUMED **"
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF.

       1100-SET-DAYS-IN-PERIOD.
                   IF GL-BACKOUT
                       ADD 1 TO WS-BACKOUT-LINES
                   END-IF
                   IF GL-SOURCE-SYSTEM = "SUSPENSE" AND GL-DEBIT-LINE
                       ADD GL-AMOUNT TO WS-SUSP-BOOKED
                           ON SIZE ERROR
                               SET WS-ROLLUP-OVERFLOW TO TRUE
                       END-ADD
                   END-IF
                   IF GL-SOURCE-SYSTEM = "SUSPCLEAR" AND GL-CREDIT-LINE
                       SUBTRACT GL-AMOUNT FROM WS-SUSP-CLEARED
                           ON SIZE ERROR
                               SET WS-ROLLUP-OVERFLOW TO TRUE
                       END-SUBTRACT
                   END-IF
                   IF GL-GL-ACCOUNT NOT = SPACES
                           AND (GL-DEBIT-LINE OR GL-CREDIT-LINE)
                       PERFORM 2200-ROLL-UP-GL-ACCOUNT
               ON SIZE ERROR
                   SET WS-ROLLUP-OVERFLOW TO TRUE
           END-ADD
           COMPUTE WS-STM-DATE
               = WS-PERIOD-YYYY * 10000 + WS-PERIOD-MM * 100
               + WS-WORK-DAY
           PERFORM 3100-COMPUTE-DAY-OF-WEEK
           PERFORM 3200-SET-DAY-TYPE
           MOVE SPACES TO WS-STM-FLAG
           IF WS-DAY-IS-HOLIDAY
               ADD 1 TO WS-HOLIDAY-DAYS
           END-IF
           IF WS-DAY-LINE-COUNT(WS-DAY-SUB) > ZERO
               ADD 1 TO WS-DAYS-POSTED
           ELSE
               EVALUATE TRUE
                   WHEN WS-DAY-IS-HOLIDAY
                       MOVE "HOLIDAY" TO WS-STM-FLAG
                   WHEN WS-DAY-IS-WEEKEND
                       MOVE "WEEKEND" TO WS-STM-FLAG
                   WHEN OTHER
                       MOVE "** MISSING" TO WS-STM-FLAG
                       ADD 1 TO WS-MISSING-DAYS
               END-EVALUATE
           END-IF
           MOVE WS-DAY-TOTAL(WS-DAY-SUB) TO WS-STM-DAY-TOTAL
           MOVE WS-MTD-TOTAL TO WS-STM-MTD-TOTAL
           MOVE WS-STATEMENT-LINE TO STATEMENT-RECORD
           DIVIDE WS-Z-SUM BY 7 GIVING WS-Z-WORK
               REMAINDER WS-Z-DOW.

      ******************************************************************
      *    THE DAY'S TYPE COMES FROM THE CALENDAR WHERE THE DATE IS   *
      *    ON IT; OTHERWISE FROM THE WEEKDAY, AND THE DAY IS COUNTED  *
      *    SO THE STATEMENT SHOWS THE CALENDAR HAS A GAP.             *
      ******************************************************************
       3200-SET-DAY-TYPE.
           IF WS-WEEKEND-DAY
               SET WS-DAY-IS-WEEKEND TO TRUE
           ELSE
               SET WS-DAY-IS-BUSINESS TO TRUE
           END-IF
           IF WS-CALENDAR-AVAILABLE
               MOVE WS-STM-DATE TO CAL-DATE
               READ CALENDAR-FILE
               IF WS-CAL-STATUS = "00" AND CAL-VALID-DAY-TYPE
                   MOVE CAL-DAY-TYPE TO WS-DAY-TYPE-FLAG
               ELSE
                   ADD 1 TO WS-UNCALENDARED-DAYS
               END-IF
           END-IF.

       8000-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.

      ******************************************************************
      *    SUSPENSE BROUGHT FORWARD, MOVEMENT, AND CARRIED FORWARD.   *
      *    THE CARRIED-FORWARD RECORD IS WITHHELD WITH GLSUMM ON      *
      *    OVERFLOW SO A WRAPPED BALANCE NEVER OPENS THE NEXT PERIOD. *
      ******************************************************************
       8300-WRITE-SUSPENSE-SECTION.
           COMPUTE WS-SUSP-CLOSING
               = WS-SUSP-OPENING + WS-SUSP-BOOKED - WS-SUSP-CLEARED
               ON SIZE ERROR
                   SET WS-ROLLUP-OVERFLOW TO TRUE
           END-COMPUTE
           MOVE "SUSP BROUGHT FWD:" TO WS-TOT-LABEL
           MOVE WS-SUSP-OPENING TO WS-TOT-VALUE
           PERFORM 8000-WRITE-TOTAL-LINE
           MOVE "SUSPENSE BOOKED:" TO WS-TOT-LABEL
           MOVE WS-SUSP-BOOKED TO WS-TOT-VALUE
           PERFORM 8000-WRITE-TOTAL-LINE
           MOVE "SUSPENSE CLEARED:" TO WS-TOT-LABEL
           MOVE WS-SUSP-CLEARED TO WS-TOT-VALUE
           PERFORM 8000-WRITE-TOTAL-LINE
           MOVE "SUSP CARRIED FWD:" TO WS-TOT-LABEL
           MOVE WS-SUSP-CLOSING TO WS-TOT-VALUE
           PERFORM 8000-WRITE-TOTAL-LINE
           IF NOT WS-SBF-FOUND
               MOVE "** NO SUSPBF BALANCE - SUSPENSE OPENED AT ZERO **"
                   TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           ELSE
               IF WS-SBL-PERIOD NOT = WS-PRIOR-PERIOD
                   MOVE SPACES TO STATEMENT-RECORD
                   STRING "** SUSPBF IS FOR PERIOD " WS-SBL-PERIOD
                          " - EXPECTED " WS-PRIOR-PERIOD " **"
                       DELIMITED BY SIZE INTO STATEMENT-RECORD
                   WRITE STATEMENT-RECORD
               END-IF
           END-IF.

       8310-WRITE-SUSPENSE-CF.
           OPEN OUTPUT SUSPENSE-CF-FILE
           MOVE WS-PERIOD TO WS-SBL-PERIOD
           MOVE WS-SUSP-CLOSING TO WS-SBL-BALANCE
           MOVE WS-SUSPENSE-BALANCE-LINE TO SUSPENSE-CF-RECORD
           WRITE SUSPENSE-CF-RECORD
           CLOSE SUSPENSE-CF-FILE.

       8100-WRITE-GL-SUMMARY.
           MOVE WS-PERIOD TO WS-SUM-PERIOD
           MOVE WS-MONTH-TOTAL TO WS-SUM-TOTAL
                       TO STATEMENT-RECORD
                   WRITE STATEMENT-RECORD
               END-IF
               IF WS-HOLIDAY-DAYS > ZERO
                   MOVE SPACES TO STATEMENT-RECORD
                   STRING "HOLIDAYS IN PERIOD: " WS-HOLIDAY-DAYS
                       DELIMITED BY SIZE INTO STATEMENT-RECORD
                   WRITE STATEMENT-RECORD
               END-IF
               IF WS-UNCALENDARED-DAYS > ZERO
                   MOVE SPACES TO STATEMENT-RECORD
                   STRING "** " WS-UNCALENDARED-DAYS
                          " DAYS NOT ON CALENDAR - MONDAY-FRIDAY"
                          " ASSUMED"
                       DELIMITED BY SIZE INTO STATEMENT-RECORD
                   WRITE STATEMENT-RECORD
               END-IF
               PERFORM 8300-WRITE-SUSPENSE-SECTION
               IF WS-ROLLUP-OVERFLOW
                   MOVE "** TOTAL OVERFLOW - GLSUMM WITHHELD **"
                       TO STATEMENT-RECORD
                   WRITE STATEMENT-RECORD
               ELSE
                   PERFORM 8310-WRITE-SUSPENSE-CF
                   PERFORM 8100-WRITE-GL-SUMMARY
                   IF WS-GLA-COUNT > ZERO
                       MOVE "ACCOUNT      DEBIT TOTAL  CREDIT TOTAL"
                   WRITE STATEMENT-RECORD
               END-IF
               CLOSE GL-MONTH-FILE
               IF WS-CALENDAR-AVAILABLE
                   CLOSE CALENDAR-FILE
               END-IF
           END-IF
           CLOSE STATEMENT-FILE
           CLOSE GL-SUMMARY-FILE
