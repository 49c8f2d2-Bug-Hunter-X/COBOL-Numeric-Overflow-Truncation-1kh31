      ******************************************************************
      *    PROGRAM:  TRNCMNT                                          *
      *    PURPOSE:  MAINTAIN AND LIST THE BUSINESS-DAY CALENDAR      *
      *              (CALENDAR).  READS MAINTENANCE TRANSACTIONS      *
      *              FROM CMNTFILE, ONE PER LINE:                     *
      *                  GEN YYYY     USERID                          *
      *                  HOL YYYYMMDD USERID   DESCRIPTION            *
      *                  BUS YYYYMMDD USERID   DESCRIPTION            *
      *                  STD YYYYMMDD USERID                          *
      *                  LST YYYYMM                                   *
      *              GEN LOADS A WHOLE YEAR - MONDAY-FRIDAY AS        *
      *              BUSINESS DAYS, SATURDAY AND SUNDAY AS WEEKEND -  *
      *              LEAVING ANY DATE ALREADY ON FILE AS IT IS, SO A  *
      *              REGENERATED YEAR KEEPS ITS HOLIDAYS.  HOL MARKS  *
      *              A DATE AS A HOLIDAY, BUS MARKS IT AS A BUSINESS  *
      *              DAY (A WORKED WEEKEND DAY OR A CANCELLED         *
      *              HOLIDAY), AND STD PUTS IT BACK TO ITS STANDARD   *
      *              WEEKDAY OR WEEKEND TYPE.  A DATE NOT YET ON THE  *
      *              FILE IS ADDED BY HOL, BUS OR STD.  LST LISTS     *
      *              THE MONTH DAY BY DAY WITH EACH DAY'S TYPE.       *
      *              EVERY ACTION AND REJECT IS LISTED ON CMNTRPT,    *
      *              WHICH CLOSES WITH EVERY HOLIDAY AND WORKED       *
      *              WEEKEND DAY ON THE FILE.                         *
      *                                                                *
      *    CHANGE LOG                                                 *
      *    ----------                                                 *
      *    2026-10-15  INITIAL VERSION.                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNCMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO CMNTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT MAINT-REPORT-FILE ASSIGN TO CMNTRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE
           RECORDING MODE IS F.
       01  MAINT-RECORD                PIC X(80).

       FD  CALENDAR-FILE.
       COPY CALNDR.

       FD  MAINT-REPORT-FILE
           RECORDING MODE IS F.
       01  MAINT-REPORT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
               88  WS-EOF                      VALUE 'Y'.
           05  WS-CAL-OPEN-FLAG        PIC X(01) VALUE 'N'.
               88  WS-CAL-FILE-OPEN            VALUE 'Y'.
           05  WS-MAINT-OPEN-FLAG      PIC X(01) VALUE 'N'.
               88  WS-MAINT-FILE-OPEN          VALUE 'Y'.
           05  WS-NEW-DAY-FLAG         PIC X(01) VALUE 'N'.
               88  WS-NEW-DAY                  VALUE 'Y'.
           05  WS-LIST-EOF-FLAG        PIC X(01) VALUE 'N'.
               88  WS-LIST-EOF                 VALUE 'Y'.
           05  WS-DATE-VALID-FLAG      PIC X(01) VALUE 'N'.
               88  WS-DATE-VALID               VALUE 'Y'.
           05  WS-GEN-ERROR-FLAG       PIC X(01) VALUE 'N'.
               88  WS-GEN-ERROR                VALUE 'Y'.
           05  WS-LEAP-FLAG            PIC X(01) VALUE 'N'.
               88  WS-LEAP-YEAR                VALUE 'Y'.

       01  WS-MAINT-STATUS             PIC X(02).
       01  WS-CAL-STATUS               PIC X(02).

       01  WS-RUN-DATE                 PIC 9(08) VALUE ZEROES.

       01  WS-MAINT-WORK.
           05  WS-MNT-ACTION           PIC X(03).
           05  FILLER                  PIC X(01).
           05  WS-MNT-DATE.
               10  WS-MNT-YYYY         PIC 9(04).
               10  WS-MNT-MM           PIC 9(02).
               10  WS-MNT-DD           PIC 9(02).
           05  WS-MNT-DATE-X REDEFINES WS-MNT-DATE
                                       PIC X(08).
           05  FILLER                  PIC X(01).
           05  WS-MNT-USER             PIC X(08).
           05  FILLER                  PIC X(01).
           05  WS-MNT-DESCRIPTION      PIC X(30).
           05  FILLER                  PIC X(28).

       01  WS-MAINT-COUNTS.
           05  WS-LINES-READ           PIC 9(7) VALUE ZEROES.
           05  WS-DAYS-GENERATED       PIC 9(7) VALUE ZEROES.
           05  WS-HOLIDAY-COUNT        PIC 9(7) VALUE ZEROES.
           05  WS-BUSINESS-COUNT       PIC 9(7) VALUE ZEROES.
           05  WS-RESTORED-COUNT       PIC 9(7) VALUE ZEROES.
           05  WS-REJECTED-COUNT       PIC 9(7) VALUE ZEROES.
           05  WS-GEN-ADDED            PIC 9(5) VALUE ZEROES.
           05  WS-GEN-KEPT             PIC 9(5) VALUE ZEROES.

      ******************************************************************
      *    DATE WORK.  THE SERIAL IS THE PROLEPTIC GREGORIAN DAY      *
      *    NUMBER WITH 0001-01-01 (A MONDAY) AS DAY 1, SO THE         *
      *    REMAINDER BY 7 GIVES THE WEEKDAY: 1 MONDAY ... 6           *
      *    SATURDAY, 0 SUNDAY.                                        *
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
           05  WS-CNV-WEEKDAY          PIC 9(01).
               88  WS-CNV-WEEKEND-DAY          VALUE 0 6.
           05  WS-WEEK-WORK            PIC 9(07).
           05  WS-MONTH-LENGTH         PIC 9(02).
           05  WS-GEN-YEAR             PIC 9(04).
           05  WS-LIST-PERIOD          PIC X(06).
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
           05  WS-WEEKDAY-NAME-TABLE.
               10  FILLER              PIC X(21)
                   VALUE "SUNMONTUEWEDTHUFRISAT".
           05  WS-WEEKDAY-NAMES REDEFINES WS-WEEKDAY-NAME-TABLE.
               10  WS-WEEKDAY-NAME     PIC X(03) OCCURS 7 TIMES.

       01  WS-REPORT-LINE.
           05  WS-RPT-ACTION           PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RPT-DATE             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RPT-MSG              PIC X(60).
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  WS-LIST-LINE.
           05  WS-LST-DATE             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LST-WEEKDAY          PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LST-TYPE             PIC X(11).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LST-DESCRIPTION      PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LST-MAINT-BY         PIC X(08).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(20).
           05  WS-TOT-VALUE            PIC -(6)9.
           05  FILLER                  PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MAINT-LINES UNTIL WS-EOF
           PERFORM 9000-FINISH
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT MAINT-REPORT-FILE
           OPEN I-O CALENDAR-FILE
           IF WS-CAL-STATUS = "35"
               OPEN OUTPUT CALENDAR-FILE
               CLOSE CALENDAR-FILE
               OPEN I-O CALENDAR-FILE
           END-IF
           IF WS-CAL-STATUS NOT = "00"
               SET WS-EOF TO TRUE
               MOVE SPACES TO MAINT-REPORT-RECORD
               STRING "** CALENDAR OPEN FAILED - STATUS "
                      WS-CAL-STATUS " **"
                   DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
               WRITE MAINT-REPORT-RECORD
           ELSE
               SET WS-CAL-FILE-OPEN TO TRUE
               OPEN INPUT MAINT-FILE
               IF WS-MAINT-STATUS NOT = "00"
                   SET WS-EOF TO TRUE
                   MOVE "** CMNTFILE COULD NOT BE OPENED **"
                       TO MAINT-REPORT-RECORD
                   WRITE MAINT-REPORT-RECORD
               ELSE
                   SET WS-MAINT-FILE-OPEN TO TRUE
                   PERFORM 2100-READ-MAINT-FILE
               END-IF
           END-IF.

       2000-PROCESS-MAINT-LINES.
           ADD 1 TO WS-LINES-READ
           MOVE MAINT-RECORD TO WS-MAINT-WORK
           EVALUATE WS-MNT-ACTION
               WHEN "GEN"
                   PERFORM 2200-GENERATE-YEAR
               WHEN "HOL"
               WHEN "BUS"
               WHEN "STD"
                   PERFORM 2300-EDIT-DAY-LINE
               WHEN "LST"
                   PERFORM 2700-LIST-MONTH
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   IF WS-MNT-ACTION(1:1) NOT = '*'
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE "UNKNOWN ACTION - REJECTED" TO WS-RPT-MSG
                       PERFORM 8000-WRITE-REPORT-LINE
                   END-IF
           END-EVALUATE
           PERFORM 2100-READ-MAINT-FILE.

       2100-READ-MAINT-FILE.
           READ MAINT-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    A YEAR IS LOADED ONE DAY AT A TIME FROM 1 JANUARY UNTIL    *
      *    THE DATE ROLLS INTO THE NEXT YEAR.  A DATE ALREADY ON      *
      *    FILE IS KEPT, SO A HOLIDAY KEYED AHEAD OF THE GENERATE, OR *
      *    A SECOND GENERATE OF THE SAME YEAR, LOSES NOTHING.         *
      ******************************************************************
       2200-GENERATE-YEAR.
           IF WS-MNT-DATE-X(1:4) NOT NUMERIC
                   OR WS-MNT-DATE-X(5:4) NOT = SPACES
                   OR WS-MNT-YYYY < 1900
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "YEAR NOT YYYY - REJECTED" TO WS-RPT-MSG
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               IF WS-MNT-USER = SPACES
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "USER ID MISSING - REJECTED" TO WS-RPT-MSG
                   PERFORM 8000-WRITE-REPORT-LINE
               ELSE
                   MOVE WS-MNT-YYYY TO WS-GEN-YEAR
                   MOVE ZEROES TO WS-GEN-ADDED
                   MOVE ZEROES TO WS-GEN-KEPT
                   MOVE 'N' TO WS-GEN-ERROR-FLAG
                   MOVE WS-GEN-YEAR TO WS-CNV-YYYY
                   MOVE 1 TO WS-CNV-MM
                   MOVE 1 TO WS-CNV-DD
                   PERFORM 3000-DATE-TO-SERIAL
                   PERFORM 2210-GENERATE-DAY
                       UNTIL WS-CNV-YYYY NOT = WS-GEN-YEAR
                          OR WS-GEN-ERROR
                   ADD WS-GEN-ADDED TO WS-DAYS-GENERATED
                   MOVE SPACES TO WS-RPT-MSG
                   STRING "GENERATED " WS-GEN-ADDED " DAYS, "
                          WS-GEN-KEPT " ALREADY ON FILE"
                       DELIMITED BY SIZE INTO WS-RPT-MSG
                   PERFORM 8000-WRITE-REPORT-LINE
               END-IF
           END-IF.

       2210-GENERATE-DAY.
           MOVE WS-CNV-DATE-N TO CAL-DATE
           READ CALENDAR-FILE
           IF WS-CAL-STATUS = "00"
               ADD 1 TO WS-GEN-KEPT
           ELSE
               MOVE SPACES TO CAL-RECORD
               MOVE WS-CNV-DATE-N TO CAL-DATE
               PERFORM 2900-SET-STANDARD-TYPE
               MOVE WS-RUN-DATE TO CAL-MAINT-DATE
               MOVE WS-MNT-USER TO CAL-MAINT-BY
               WRITE CAL-RECORD
               IF WS-CAL-STATUS = "00"
                   ADD 1 TO WS-GEN-ADDED
               ELSE
                   SET WS-GEN-ERROR TO TRUE
                   ADD 1 TO WS-REJECTED-COUNT
                   PERFORM 8100-WRITE-STATUS-ERROR
               END-IF
           END-IF
           PERFORM 3200-NEXT-DATE.

       2300-EDIT-DAY-LINE.
           MOVE WS-MNT-DATE-X TO WS-CNV-DATE
           PERFORM 3400-VALIDATE-DATE
           IF NOT WS-DATE-VALID
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "DATE NOT YYYYMMDD - REJECTED" TO WS-RPT-MSG
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               IF WS-MNT-USER = SPACES
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "USER ID MISSING - REJECTED" TO WS-RPT-MSG
                   PERFORM 8000-WRITE-REPORT-LINE
               ELSE
                   PERFORM 3000-DATE-TO-SERIAL
                   PERFORM 2310-READ-DAY
                   EVALUATE WS-MNT-ACTION
                       WHEN "HOL"
                           PERFORM 2400-MARK-HOLIDAY
                       WHEN "BUS"
                           PERFORM 2500-MARK-BUSINESS-DAY
                       WHEN OTHER
                           PERFORM 2600-RESTORE-STANDARD
                   END-EVALUATE
               END-IF
           END-IF.

      ******************************************************************
      *    A DATE NOT YET ON FILE (ITS YEAR NOT GENERATED) IS BUILT   *
      *    HERE WITH ITS STANDARD TYPE AND WRITTEN (NOT REWRITTEN)    *
      *    BY 2800 ONCE THE ACTION HAS BEEN APPLIED TO IT.            *
      ******************************************************************
       2310-READ-DAY.
           MOVE 'N' TO WS-NEW-DAY-FLAG
           MOVE WS-CNV-DATE-N TO CAL-DATE
           READ CALENDAR-FILE
           IF WS-CAL-STATUS NOT = "00"
               SET WS-NEW-DAY TO TRUE
               MOVE SPACES TO CAL-RECORD
               MOVE WS-CNV-DATE-N TO CAL-DATE
               PERFORM 2900-SET-STANDARD-TYPE
           END-IF.

       2400-MARK-HOLIDAY.
           IF CAL-HOLIDAY AND NOT WS-NEW-DAY
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO WS-RPT-MSG
               STRING "ALREADY A HOLIDAY (" CAL-DESCRIPTION
                      ") - REJECTED"
                   DELIMITED BY SIZE INTO WS-RPT-MSG
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               IF CAL-WEEKEND
                   MOVE "WEEKEND DAY MARKED HOLIDAY" TO WS-RPT-MSG
               ELSE
                   MOVE "HOLIDAY" TO WS-RPT-MSG
               END-IF
               SET CAL-HOLIDAY TO TRUE
               IF WS-MNT-DESCRIPTION = SPACES
                   MOVE "HOLIDAY" TO CAL-DESCRIPTION
               ELSE
                   MOVE WS-MNT-DESCRIPTION TO CAL-DESCRIPTION
               END-IF
               PERFORM 2800-STORE-DAY
               IF WS-CAL-STATUS = "00"
                   ADD 1 TO WS-HOLIDAY-COUNT
                   PERFORM 8000-WRITE-REPORT-LINE
               END-IF
           END-IF.

       2500-MARK-BUSINESS-DAY.
           IF CAL-BUSINESS-DAY AND NOT WS-NEW-DAY
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "ALREADY A BUSINESS DAY - REJECTED" TO WS-RPT-MSG
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               IF CAL-HOLIDAY
                   MOVE SPACES TO WS-RPT-MSG
                   STRING "BUSINESS DAY - WAS HOLIDAY ("
                          CAL-DESCRIPTION ")"
                       DELIMITED BY SIZE INTO WS-RPT-MSG
               ELSE
                   IF CAL-WEEKEND
                       MOVE "WEEKEND DAY MARKED BUSINESS DAY"
                           TO WS-RPT-MSG
                   ELSE
                       MOVE "BUSINESS DAY" TO WS-RPT-MSG
                   END-IF
               END-IF
               SET CAL-BUSINESS-DAY TO TRUE
               MOVE WS-MNT-DESCRIPTION TO CAL-DESCRIPTION
               PERFORM 2800-STORE-DAY
               IF WS-CAL-STATUS = "00"
                   ADD 1 TO WS-BUSINESS-COUNT
                   PERFORM 8000-WRITE-REPORT-LINE
               END-IF
           END-IF.

       2600-RESTORE-STANDARD.
           MOVE SPACES TO WS-RPT-MSG
           IF CAL-HOLIDAY
               STRING "HOLIDAY (" CAL-DESCRIPTION ") REMOVED"
                   DELIMITED BY SIZE INTO WS-RPT-MSG
           ELSE
               MOVE "RESTORED TO STANDARD DAY TYPE" TO WS-RPT-MSG
           END-IF
           PERFORM 2900-SET-STANDARD-TYPE
           MOVE SPACES TO CAL-DESCRIPTION
           PERFORM 2800-STORE-DAY
           IF WS-CAL-STATUS = "00"
               ADD 1 TO WS-RESTORED-COUNT
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       2700-LIST-MONTH.
           MOVE WS-MNT-DATE-X(1:6) TO WS-LIST-PERIOD
           IF WS-MNT-DATE-X(1:6) NOT NUMERIC
                   OR WS-MNT-DATE-X(7:2) NOT = SPACES
                   OR WS-MNT-MM < 1 OR WS-MNT-MM > 12
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "PERIOD NOT YYYYMM - REJECTED" TO WS-RPT-MSG
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               MOVE SPACES TO MAINT-REPORT-RECORD
               STRING "CALENDAR FOR " WS-LIST-PERIOD
                   DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
               WRITE MAINT-REPORT-RECORD
               MOVE "DATE      DAY  TYPE         DESCRIPTION"
                   TO MAINT-REPORT-RECORD
               WRITE MAINT-REPORT-RECORD
               MOVE WS-MNT-YYYY TO WS-CNV-YYYY
               MOVE WS-MNT-MM TO WS-CNV-MM
               MOVE 1 TO WS-CNV-DD
               PERFORM 3000-DATE-TO-SERIAL
               PERFORM 2710-LIST-DAY
                   UNTIL WS-CNV-MM NOT = WS-MNT-MM
           END-IF.

       2710-LIST-DAY.
           MOVE WS-CNV-DATE-N TO CAL-DATE
           READ CALENDAR-FILE
           IF WS-CAL-STATUS = "00"
               PERFORM 8400-WRITE-LIST-LINE
           ELSE
               MOVE WS-CNV-DATE-N TO WS-LST-DATE
               MOVE WS-WEEKDAY-NAME(WS-CNV-WEEKDAY + 1)
                   TO WS-LST-WEEKDAY
               MOVE "NOT ON FILE" TO WS-LST-TYPE
               MOVE SPACES TO WS-LST-DESCRIPTION
               MOVE SPACES TO WS-LST-MAINT-BY
               MOVE WS-LIST-LINE TO MAINT-REPORT-RECORD
               WRITE MAINT-REPORT-RECORD
           END-IF
           PERFORM 3200-NEXT-DATE.

       2800-STORE-DAY.
           MOVE WS-RUN-DATE TO CAL-MAINT-DATE
           MOVE WS-MNT-USER TO CAL-MAINT-BY
           IF WS-NEW-DAY
               WRITE CAL-RECORD
           ELSE
               REWRITE CAL-RECORD
           END-IF
           IF WS-CAL-STATUS NOT = "00"
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM 8100-WRITE-STATUS-ERROR
           END-IF.

       2900-SET-STANDARD-TYPE.
           IF WS-CNV-WEEKEND-DAY
               SET CAL-WEEKEND TO TRUE
           ELSE
               SET CAL-BUSINESS-DAY TO TRUE
           END-IF.

      ******************************************************************
      *    SERIAL DAY NUMBER AND WEEKDAY OF WS-CNV-DATE.  THE LEAP    *
      *    RULES MATCH THE ONES THE REST OF THE SUITE APPLIES.        *
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
           MOVE WS-CNV-WORK TO WS-CNV-SERIAL
           PERFORM 3300-SET-WEEKDAY.

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

       3200-NEXT-DATE.
           PERFORM 3500-SET-MONTH-LENGTH
           ADD 1 TO WS-CNV-DD
           IF WS-CNV-DD > WS-MONTH-LENGTH
               MOVE 1 TO WS-CNV-DD
               ADD 1 TO WS-CNV-MM
               IF WS-CNV-MM > 12
                   MOVE 1 TO WS-CNV-MM
                   ADD 1 TO WS-CNV-YYYY
               END-IF
           END-IF
           ADD 1 TO WS-CNV-SERIAL
           PERFORM 3300-SET-WEEKDAY.

       3300-SET-WEEKDAY.
           DIVIDE WS-CNV-SERIAL BY 7
               GIVING WS-WEEK-WORK REMAINDER WS-CNV-WEEKDAY.

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

       8000-WRITE-REPORT-LINE.
           MOVE WS-MNT-ACTION TO WS-RPT-ACTION
           MOVE WS-MNT-DATE-X TO WS-RPT-DATE
           MOVE WS-REPORT-LINE TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE SPACES TO WS-RPT-MSG.

       8100-WRITE-STATUS-ERROR.
           MOVE SPACES TO WS-RPT-MSG
           STRING "CALENDAR I-O FAILED - STATUS " WS-CAL-STATUS
               DELIMITED BY SIZE INTO WS-RPT-MSG
           PERFORM 8000-WRITE-REPORT-LINE.

       8200-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD.

      ******************************************************************
      *    THE CLOSING LIST SHOWS ONLY THE DAYS THAT DIFFER FROM THE  *
      *    MONDAY-FRIDAY RULE - EVERY HOLIDAY AND EVERY WEEKEND DAY   *
      *    MARKED AS A BUSINESS DAY - SO IT STAYS SHORT ENOUGH TO     *
      *    CHECK AGAINST THE PUBLISHED HOLIDAY SCHEDULE.              *
      ******************************************************************
       8300-LIST-EXCEPTION-DAYS.
           MOVE "HOLIDAYS AND WORKED WEEKEND DAYS ON FILE"
               TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE "DATE      DAY  TYPE         DESCRIPTION"
               TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE ZEROES TO CAL-DATE
           START CALENDAR-FILE
               KEY IS NOT LESS THAN CAL-DATE
           END-START
           IF WS-CAL-STATUS = "00"
               PERFORM 8310-LIST-EXCEPTION-DAY UNTIL WS-LIST-EOF
           END-IF.

       8310-LIST-EXCEPTION-DAY.
           READ CALENDAR-FILE NEXT
               AT END
                   SET WS-LIST-EOF TO TRUE
               NOT AT END
                   MOVE CAL-DATE TO WS-CNV-DATE-N
                   PERFORM 3000-DATE-TO-SERIAL
                   IF CAL-HOLIDAY
                           OR (CAL-BUSINESS-DAY AND WS-CNV-WEEKEND-DAY)
                       PERFORM 8400-WRITE-LIST-LINE
                   END-IF
           END-READ.

       8400-WRITE-LIST-LINE.
           MOVE CAL-DATE TO WS-LST-DATE
           MOVE WS-WEEKDAY-NAME(WS-CNV-WEEKDAY + 1) TO WS-LST-WEEKDAY
           EVALUATE TRUE
               WHEN CAL-BUSINESS-DAY
                   MOVE "BUSINESS" TO WS-LST-TYPE
               WHEN CAL-WEEKEND
                   MOVE "WEEKEND" TO WS-LST-TYPE
               WHEN CAL-HOLIDAY
                   MOVE "HOLIDAY" TO WS-LST-TYPE
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-LST-TYPE
           END-EVALUATE
           MOVE CAL-DESCRIPTION TO WS-LST-DESCRIPTION
           MOVE CAL-MAINT-BY TO WS-LST-MAINT-BY
           MOVE WS-LIST-LINE TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD.

       9000-FINISH.
           MOVE "LINES READ:" TO WS-TOT-LABEL
           MOVE WS-LINES-READ TO WS-TOT-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "DAYS GENERATED:" TO WS-TOT-LABEL
           MOVE WS-DAYS-GENERATED TO WS-TOT-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "HOLIDAYS MARKED:" TO WS-TOT-LABEL
           MOVE WS-HOLIDAY-COUNT TO WS-TOT-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "BUS DAYS MARKED:" TO WS-TOT-LABEL
           MOVE WS-BUSINESS-COUNT TO WS-TOT-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "DAYS RESTORED:" TO WS-TOT-LABEL
           MOVE WS-RESTORED-COUNT TO WS-TOT-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "LINES REJECTED:" TO WS-TOT-LABEL
           MOVE WS-REJECTED-COUNT TO WS-TOT-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           IF WS-CAL-FILE-OPEN
               PERFORM 8300-LIST-EXCEPTION-DAYS
               CLOSE CALENDAR-FILE
           END-IF
           IF WS-MAINT-FILE-OPEN
               CLOSE MAINT-FILE
           END-IF
           CLOSE MAINT-REPORT-FILE
           DISPLAY "Generated: " WS-DAYS-GENERATED
                   " Holidays: " WS-HOLIDAY-COUNT
                   " Rejected: " WS-REJECTED-COUNT.
