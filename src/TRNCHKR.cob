      *                  OR WHOSE TRNACUM FAILED;                     *
      *                - NO STEP ON THE DAY REPORTED FAILED;          *
      *                - NO TRNMEND RUN (ANY DATE) COVERS A PERIOD    *
      *                  CONTAINING A FAILED DAY;                     *
      *                - NO STEP ON THE DAY WROTE INTO A PERIOD THE   *
      *                  PERIOD CONTROL FILE (PRDCTL) CARRIES CLOSED; *
      *                - NO PERIOD PRDCTL CARRIES CLOSED LACKS A      *
      *                  CLEAN MONTH-END SUBLEDGER PROOF (TRNMREC).   *
      *              ON A DAY THE BUSINESS-DAY CALENDAR (CALENDAR)    *
      *              CARRIES AS A WEEKEND OR HOLIDAY NO DAILY CYCLE   *
      *              IS EXPECTED, SO A TRNACUM THAT DID NOT RUN IS    *
      *              NOT A BREAK; ONE THAT DID RUN IS LISTED.         *
      *              EVERY RECORD FOR THE DAY IS ECHOED SO THE        *
      *              OPERATOR SEES WHAT ACTUALLY RAN.                 *
      *                                                                *
      *    CHANGE LOG                                                 *
      *    ----------                                                 *
      *    2026-09-01  INITIAL VERSION.                               *
      *    2026-10-15  CLOSED-PERIOD CHECK. EACH OF THE DAY'S STATUS  *
      *                RECORDS CARRYING AN EARLIEST BUSINESS DATE     *
      *                (RST-EARLIEST-DATE) IS LOOKED UP ON THE PERIOD *
      *                CONTROL FILE (PRDCTL); A STEP THAT WROTE INTO  *
      *                A PERIOD CLOSED BEFORE ITS RUN DATE IS A       *
      *                BREAK, AND ONE CLOSED THE SAME DAY IS LISTED   *
      *                FOR THE OPERATOR TO CONFIRM. WITHOUT PRDCTL    *
      *                THE CHECK IS SKIPPED AND CHKRPT SAYS SO.       *
      *    2026-10-15  BUSINESS-DAY CHECK. THE CHECK DATE IS LOOKED   *
      *                UP ON THE BUSINESS-DAY CALENDAR (CALENDAR); ON *
      *                A WEEKEND OR HOLIDAY NO DAILY CYCLE IS         *
      *                EXPECTED, SO A TRNACUM THAT DID NOT RUN IS NO  *
      *                LONGER A BREAK AND ONE THAT DID RUN IS LISTED  *
      *                TO CONFIRM. A DATE NOT ON THE CALENDAR, OR NO  *
      *                CALENDAR, FALLS BACK TO MONDAY-FRIDAY AND      *
      *                CHKRPT SAYS SO.                                *
      *    2026-10-15  PERIOD-CLOSE PROOF CHECK. EVERY PERIOD PRDCTL  *
      *                CARRIES CLOSED (ON OR BEFORE THE CHECK DATE,   *
      *                WITHIN THE RUN-STATUS HISTORY ON FILE) MUST    *
      *                HAVE A CLEAN MONTH-END SUBLEDGER PROOF: ITS    *
      *                LATEST TRNMREC RECORD UP TO THE CHECK DATE     *
      *                MUST BE CLEAN, OR THE PERIOD IS A BREAK.       *
      *                PRDCTL IS NOW READ DYNAMICALLY TO BROWSE THE   *
      *                PERIODS.                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNCHKR.
           SELECT CHECK-REPORT-FILE ASSIGN TO CHKRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO PRDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-PERIOD
               FILE STATUS IS WS-PRD-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  CHECK-REPORT-RECORD         PIC X(80).

       FD  PERIOD-CONTROL-FILE.
       COPY PRDCTL.

       FD  CALENDAR-FILE.
       COPY CALNDR.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
               88  WS-SEQUENCE-BREAK           VALUE 'Y'.
           05  WS-PERIOD-FOUND-FLAG    PIC X(01) VALUE 'N'.
               88  WS-PERIOD-FOUND             VALUE 'Y'.
           05  WS-PRD-AVAIL-FLAG       PIC X(01) VALUE 'N'.
               88  WS-PERIOD-CONTROL-AVAILABLE VALUE 'Y'.
           05  WS-CYCLE-FLAG           PIC X(01) VALUE 'Y'.
               88  WS-CYCLE-EXPECTED           VALUE 'Y'.
           05  WS-CAL-DAY-FLAG         PIC X(01) VALUE 'N'.
               88  WS-CHECK-DATE-ON-CALENDAR   VALUE 'Y'.
           05  WS-LEAP-FLAG            PIC X(01) VALUE 'N'.
               88  WS-LEAP-YEAR                VALUE 'Y'.
           05  WS-PRD-EOF-FLAG         PIC X(01) VALUE 'N'.
               88  WS-PRD-EOF                  VALUE 'Y'.

       01  WS-RST-STATUS               PIC X(02).
       01  WS-PRD-STATUS               PIC X(02).
       01  WS-CAL-STATUS               PIC X(02).

       COPY RUNSTAT.

           05  WS-PARM-LINE            PIC X(80) VALUE SPACES.
           05  WS-CHECK-DATE           PIC 9(08) VALUE ZEROES.
           05  WS-RECORD-SEQ           PIC 9(07) VALUE ZEROES.
           05  WS-FIRST-RUN-DATE       PIC 9(08) VALUE 99999999.

      ******************************************************************
      *    WEEKDAY OF THE CHECK DATE FOR WHEN THE CALENDAR CANNOT     *
      *    SAY: THE SERIAL COUNTS FROM 0001-01-01 (DAY 1, A MONDAY),  *
      *    SO ITS REMAINDER BY 7 IS 6 ON A SATURDAY, 0 ON A SUNDAY.   *
      ******************************************************************
       01  WS-SERIAL-WORK.
           05  WS-CNV-DATE.
               10  WS-CNV-YYYY         PIC 9(04).
               10  WS-CNV-MM           PIC 9(02).
               10  WS-CNV-DD           PIC 9(02).
           05  WS-CNV-DATE-N REDEFINES WS-CNV-DATE
                                       PIC 9(08).
           05  WS-CNV-PRIOR-YEAR       PIC 9(04).
           05  WS-CNV-WORK             PIC 9(07).
           05  WS-WEEK-WORK            PIC 9(07).
           05  WS-WEEKDAY              PIC 9(01).
               88  WS-WEEKEND-DAY              VALUE 0 6.
           05  WS-LEAP-WORK            PIC 9(04).
           05  WS-LEAP-REM             PIC 9(04).
           05  WS-CUM-DAYS-TABLE.
               10  FILLER              PIC X(36)
                   VALUE "000031059090120151181212243273304334".
           05  WS-CUM-DAYS REDEFINES WS-CUM-DAYS-TABLE.
               10  WS-DAYS-BEFORE-MONTH
                                       PIC 9(03) OCCURS 12 TIMES.

       01  WS-DAY-FACTS.
           05  WS-ACUM-RUNS            PIC 9(05) VALUE ZEROES.
           05  WS-POST-FIRST-SEQ       PIC 9(07) VALUE ZEROES.
           05  WS-FAILED-STEPS         PIC 9(05) VALUE ZEROES.
           05  WS-DAY-RECORDS          PIC 9(05) VALUE ZEROES.
           05  WS-CLOSED-WRITES        PIC 9(05) VALUE ZEROES.
           05  WS-UNPROVED-CLOSES      PIC 9(05) VALUE ZEROES.

      ******************************************************************
      *    PERIODS (YYYYMM) THAT CONTAINED A FAILED STEP, AND THE     *
           05  WS-ME-COUNT             PIC 9(4) COMP VALUE ZEROES.
           05  WS-ME-SUB               PIC 9(4) COMP VALUE ZEROES.
           05  WS-ME-DROPPED           PIC 9(5) VALUE ZEROES.
           05  WS-PF-LIMIT             PIC 9(4) COMP VALUE 24.
           05  WS-PF-COUNT             PIC 9(4) COMP VALUE ZEROES.
           05  WS-PF-SUB               PIC 9(4) COMP VALUE ZEROES.
           05  WS-PF-DROPPED           PIC 9(5) VALUE ZEROES.

       01  WS-FAILED-PERIOD-TABLE.
           05  WS-FP-ENTRY OCCURS 24 TIMES.
               10  WS-ME-PERIOD        PIC X(06).
               10  WS-ME-RUN-DATE      PIC 9(08).

      ******************************************************************
      *    THE LATEST MONTH-END SUBLEDGER PROOF (TRNMREC) RUN UP TO   *
      *    THE CHECK DATE FOR EACH PERIOD, AND ITS STATUS.            *
      ******************************************************************
       01  WS-PROOF-TABLE.
           05  WS-PF-ENTRY OCCURS 24 TIMES.
               10  WS-PF-PERIOD        PIC X(06).
               10  WS-PF-RUN-DATE      PIC 9(08).
               10  WS-PF-STATUS        PIC X(01).
                   88  WS-PF-CLEAN             VALUE 'C'.

       01  WS-ECHO-LINE.
           05  WS-ECHO-PROGRAM         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
               MOVE "** RUNSTAT COULD NOT BE OPENED **"
                   TO CHECK-REPORT-RECORD
               WRITE CHECK-REPORT-RECORD
           END-IF
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PRD-STATUS = "00"
               SET WS-PERIOD-CONTROL-AVAILABLE TO TRUE
           ELSE
               MOVE "PRDCTL UNAVAILABLE - CLOSED PERIOD CHECK NOT MADE"
                   TO CHECK-REPORT-RECORD
               WRITE CHECK-REPORT-RECORD
           END-IF
           PERFORM 1100-CHECK-CYCLE-EXPECTED.

      ******************************************************************
      *    WAS A DAILY CYCLE DUE ON THE CHECK DATE?  THE CALENDAR     *
      *    DECIDES WHERE IT HAS THE DATE; OTHERWISE MONDAY-FRIDAY,    *
      *    AND CHKRPT SAYS THE CALENDAR COULD NOT BE USED.            *
      ******************************************************************
       1100-CHECK-CYCLE-EXPECTED.
           MOVE WS-CHECK-DATE TO WS-CNV-DATE-N
           IF WS-CNV-MM > ZERO AND WS-CNV-MM < 13
               PERFORM 1110-DATE-TO-WEEKDAY
               IF WS-WEEKEND-DAY
                   MOVE 'N' TO WS-CYCLE-FLAG
               END-IF
           END-IF
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = "00"
               MOVE WS-CHECK-DATE TO CAL-DATE
               READ CALENDAR-FILE
               IF WS-CAL-STATUS = "00" AND CAL-VALID-DAY-TYPE
                   SET WS-CHECK-DATE-ON-CALENDAR TO TRUE
                   IF CAL-BUSINESS-DAY
                       SET WS-CYCLE-EXPECTED TO TRUE
                   ELSE
                       MOVE 'N' TO WS-CYCLE-FLAG
                       MOVE SPACES TO CHECK-REPORT-RECORD
                       IF CAL-HOLIDAY
                           STRING "HOLIDAY (" CAL-DESCRIPTION
                                  ") - NO DAILY CYCLE EXPECTED"
                               DELIMITED BY SIZE
                               INTO CHECK-REPORT-RECORD
                       ELSE
                           MOVE "WEEKEND - NO DAILY CYCLE EXPECTED"
                               TO CHECK-REPORT-RECORD
                       END-IF
                       WRITE CHECK-REPORT-RECORD
                   END-IF
               ELSE
                   MOVE "CHECK DATE NOT ON CALENDAR - MON-FRI ASSUMED"
                       TO CHECK-REPORT-RECORD
                   WRITE CHECK-REPORT-RECORD
               END-IF
               CLOSE CALENDAR-FILE
           ELSE
               MOVE "CALENDAR UNAVAILABLE - MONDAY-FRIDAY ASSUMED"
                   TO CHECK-REPORT-RECORD
               WRITE CHECK-REPORT-RECORD
           END-IF
           IF NOT WS-CYCLE-EXPECTED AND NOT WS-CHECK-DATE-ON-CALENDAR
               MOVE "WEEKEND - NO DAILY CYCLE EXPECTED"
                   TO CHECK-REPORT-RECORD
               WRITE CHECK-REPORT-RECORD
           END-IF.

       1110-DATE-TO-WEEKDAY.
           COMPUTE WS-CNV-PRIOR-YEAR = WS-CNV-YYYY - 1
           COMPUTE WS-CNV-WORK
               = 365 * WS-CNV-PRIOR-YEAR
               + WS-CNV-PRIOR-YEAR / 4
               - WS-CNV-PRIOR-YEAR / 100
               + WS-CNV-PRIOR-YEAR / 400
           ADD WS-DAYS-BEFORE-MONTH(WS-CNV-MM) TO WS-CNV-WORK
           ADD WS-CNV-DD TO WS-CNV-WORK
           IF WS-CNV-MM > 2
               PERFORM 1120-CHECK-LEAP-YEAR
               IF WS-LEAP-YEAR
                   ADD 1 TO WS-CNV-WORK
               END-IF
           END-IF
           DIVIDE WS-CNV-WORK BY 7
               GIVING WS-WEEK-WORK REMAINDER WS-WEEKDAY.

       1120-CHECK-LEAP-YEAR.
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

       2000-SCAN-STATUS-RECORDS.
           END-READ.

       2200-COLLECT-FACTS.
           IF RST-RUN-DATE < WS-FIRST-RUN-DATE
               MOVE RST-RUN-DATE TO WS-FIRST-RUN-DATE
           END-IF
           IF RST-FAILED
               PERFORM 2300-NOTE-FAILED-PERIOD
           END-IF
                   ADD 1 TO WS-ME-DROPPED
               END-IF
           END-IF
           IF RST-PROGRAM = "TRNMREC" AND RST-PERIOD NOT = SPACES
                   AND RST-RUN-DATE NOT > WS-CHECK-DATE
               PERFORM 2600-NOTE-PERIOD-PROOF
           END-IF
           IF RST-RUN-DATE = WS-CHECK-DATE
               ADD 1 TO WS-DAY-RECORDS
               PERFORM 2400-COLLECT-DAY-FACTS
               PERFORM 8000-ECHO-STATUS-LINE
               IF WS-PERIOD-CONTROL-AVAILABLE
                       AND RST-EARLIEST-DATE NUMERIC
                       AND RST-EARLIEST-DATE > ZERO
                   PERFORM 2500-CHECK-CLOSED-PERIOD
               END-IF
           END-IF.

       2300-NOTE-FAILED-PERIOD.
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      *    A STEP RECORDS THE EARLIEST BUSINESS DATE IT WROTE UNDER.  *
      *    IF THAT DATE'S PERIOD WAS CLOSED BEFORE THE STEP'S RUN     *
      *    DATE THE LOCK WAS BREACHED.  A PERIOD CLOSED ON THE RUN    *
      *    DATE ITSELF CANNOT BE ORDERED AGAINST THE STEP (PRDCTL     *
      *    CARRIES NO TIME) AND IS REPORTED FOR THE OPERATOR TO       *
      *    CONFIRM RATHER THAN COUNTED AS A BREAK.                    *
      ******************************************************************
       2500-CHECK-CLOSED-PERIOD.
           MOVE RST-EARLIEST-DATE(1:6) TO PRD-PERIOD
           READ PERIOD-CONTROL-FILE
           IF WS-PRD-STATUS = "00" AND PRD-CLOSED
               IF PRD-CLOSED-DATE < RST-RUN-DATE
                   PERFORM 8200-REPORT-BREAK
                   ADD 1 TO WS-CLOSED-WRITES
                   MOVE SPACES TO CHECK-REPORT-RECORD
                   STRING "** " RST-PROGRAM
                          " WROTE INTO CLOSED PERIOD " PRD-PERIOD
                          " (CLOSED " PRD-CLOSED-DATE ")"
                       DELIMITED BY SIZE INTO CHECK-REPORT-RECORD
                   WRITE CHECK-REPORT-RECORD
               ELSE
                   IF PRD-CLOSED-DATE = RST-RUN-DATE
                       MOVE SPACES TO CHECK-REPORT-RECORD
                       STRING "   " RST-PROGRAM " WROTE INTO "
                              PRD-PERIOD " - CLOSED SAME DAY, CONFIRM"
                              " STEP RAN FIRST"
                           DELIMITED BY SIZE INTO CHECK-REPORT-RECORD
                       WRITE CHECK-REPORT-RECORD
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    RUNSTAT IS APPENDED IN RUN ORDER, SO A LATER PROOF OF THE  *
      *    SAME PERIOD REPLACES THE EARLIER ONE.                      *
      ******************************************************************
       2600-NOTE-PERIOD-PROOF.
           MOVE 'N' TO WS-PERIOD-FOUND-FLAG
           PERFORM 2610-FIND-PERIOD-PROOF
               VARYING WS-PF-SUB FROM 1 BY 1
               UNTIL WS-PF-SUB > WS-PF-COUNT
                  OR WS-PERIOD-FOUND
           IF NOT WS-PERIOD-FOUND
               IF WS-PF-COUNT < WS-PF-LIMIT
                   ADD 1 TO WS-PF-COUNT
                   MOVE WS-PF-COUNT TO WS-PF-SUB
                   MOVE RST-PERIOD TO WS-PF-PERIOD(WS-PF-SUB)
                   SET WS-PERIOD-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-PF-DROPPED
               END-IF
           END-IF
           IF WS-PERIOD-FOUND
               MOVE RST-RUN-DATE TO WS-PF-RUN-DATE(WS-PF-SUB)
               MOVE RST-STATUS TO WS-PF-STATUS(WS-PF-SUB)
           END-IF.

       2610-FIND-PERIOD-PROOF.
           IF WS-PF-PERIOD(WS-PF-SUB) = RST-PERIOD
               SET WS-PERIOD-FOUND TO TRUE
               SUBTRACT 1 FROM WS-PF-SUB
           END-IF.

       3000-JUDGE-THE-DAY.
           IF WS-ACUM-RUNS = ZERO AND WS-CYCLE-EXPECTED
               PERFORM 8200-REPORT-BREAK
               MOVE "** TRNACUM DID NOT RUN" TO CHECK-REPORT-RECORD
               WRITE CHECK-REPORT-RECORD
           END-IF
           IF WS-ACUM-RUNS > ZERO AND NOT WS-CYCLE-EXPECTED
               MOVE "   TRNACUM RAN ON A NON-BUSINESS DAY - CONFIRM"
                   TO CHECK-REPORT-RECORD
               WRITE CHECK-REPORT-RECORD
           END-IF
           IF WS-ACUM-RUNS > 1
               PERFORM 8200-REPORT-BREAK
               MOVE "** TRNACUM RAN MORE THAN ONCE"
                   END-IF
               END-IF
           END-IF
           IF WS-CLOSED-WRITES > ZERO
               MOVE "** A STEP WROTE INTO A CLOSED PERIOD - SEE ABOVE"
                   TO CHECK-REPORT-RECORD
               WRITE CHECK-REPORT-RECORD
           END-IF
           IF WS-FAILED-STEPS > ZERO
               PERFORM 8200-REPORT-BREAK
               MOVE "** A STEP REPORTED FAILED - SEE ABOVE"
           PERFORM 3100-CHECK-MONTHEND
               VARYING WS-ME-SUB FROM 1 BY 1
               UNTIL WS-ME-SUB > WS-ME-COUNT
           IF WS-PERIOD-CONTROL-AVAILABLE
               PERFORM 3200-CHECK-CLOSED-PERIODS
           END-IF
           IF WS-FP-DROPPED > ZERO OR WS-ME-DROPPED > ZERO
                   OR WS-PF-DROPPED > ZERO
               PERFORM 8200-REPORT-BREAK
               MOVE "** PERIOD TABLES OVERFLOWED - ARCHIVE RUNSTAT"
                   TO CHECK-REPORT-RECORD
               WRITE CHECK-REPORT-RECORD
           END-IF
           IF NOT WS-SEQUENCE-BREAK
               IF WS-ACUM-RUNS = ZERO AND NOT WS-CYCLE-EXPECTED
                   MOVE "NO CYCLE DUE AND NONE RAN - NO BREAKS"
                       TO CHECK-REPORT-RECORD
               ELSE
                   MOVE "DAY RAN CLEAN, IN ORDER, EXACTLY ONCE"
                       TO CHECK-REPORT-RECORD
               END-IF
               WRITE CHECK-REPORT-RECORD
           END-IF.

               SET WS-PERIOD-FOUND TO TRUE
           END-IF.

      ******************************************************************
      *    A PERIOD IS NOT ACCEPTED AS CLOSED UNTIL ITS LATEST        *
      *    MONTH-END SUBLEDGER PROOF RAN CLEAN.  ONLY CLOSES MADE     *
      *    WITHIN THE RUN-STATUS HISTORY ON FILE CAN BE JUDGED - AN   *
      *    OLDER CLOSE'S PROOF HAS BEEN ARCHIVED WITH ITS RECORDS.    *
      ******************************************************************
       3200-CHECK-CLOSED-PERIODS.
           MOVE 'N' TO WS-PRD-EOF-FLAG
           MOVE LOW-VALUES TO PRD-PERIOD
           START PERIOD-CONTROL-FILE
               KEY IS NOT LESS THAN PRD-PERIOD
           END-START
           IF WS-PRD-STATUS NOT = "00"
               SET WS-PRD-EOF TO TRUE
           END-IF
           PERFORM 3210-CHECK-CLOSED-PERIOD UNTIL WS-PRD-EOF
           IF WS-UNPROVED-CLOSES > ZERO
               MOVE "** A CLOSED PERIOD LACKS A CLEAN TRNMREC PROOF"
                   TO CHECK-REPORT-RECORD
               WRITE CHECK-REPORT-RECORD
           END-IF.

       3210-CHECK-CLOSED-PERIOD.
           READ PERIOD-CONTROL-FILE NEXT
               AT END
                   SET WS-PRD-EOF TO TRUE
               NOT AT END
                   IF PRD-CLOSED
                           AND PRD-CLOSED-DATE NOT > WS-CHECK-DATE
                           AND PRD-CLOSED-DATE NOT < WS-FIRST-RUN-DATE
                       PERFORM 3220-CHECK-PERIOD-PROOF
                   END-IF
           END-READ.

       3220-CHECK-PERIOD-PROOF.
           MOVE 'N' TO WS-PERIOD-FOUND-FLAG
           PERFORM 3230-MATCH-PERIOD-PROOF
               VARYING WS-PF-SUB FROM 1 BY 1
               UNTIL WS-PF-SUB > WS-PF-COUNT
                  OR WS-PERIOD-FOUND
           MOVE SPACES TO CHECK-REPORT-RECORD
           IF NOT WS-PERIOD-FOUND
               PERFORM 8200-REPORT-BREAK
               ADD 1 TO WS-UNPROVED-CLOSES
               STRING "** PERIOD " PRD-PERIOD " CLOSED "
                      PRD-CLOSED-DATE " - NO TRNMREC PROOF RUN"
                   DELIMITED BY SIZE INTO CHECK-REPORT-RECORD
               WRITE CHECK-REPORT-RECORD
           ELSE
               IF NOT WS-PF-CLEAN(WS-PF-SUB)
                   PERFORM 8200-REPORT-BREAK
                   ADD 1 TO WS-UNPROVED-CLOSES
                   STRING "** PERIOD " PRD-PERIOD " CLOSED "
                          PRD-CLOSED-DATE " - TRNMREC OF "
                          WS-PF-RUN-DATE(WS-PF-SUB) " NOT CLEAN"
                       DELIMITED BY SIZE INTO CHECK-REPORT-RECORD
                   WRITE CHECK-REPORT-RECORD
               ELSE
                   IF PRD-CLOSED-DATE = WS-CHECK-DATE
                       STRING "   PERIOD " PRD-PERIOD
                              " CLOSED TODAY - TRNMREC CLEAN "
                              WS-PF-RUN-DATE(WS-PF-SUB)
                           DELIMITED BY SIZE INTO CHECK-REPORT-RECORD
                       WRITE CHECK-REPORT-RECORD
                   END-IF
               END-IF
           END-IF.

       3230-MATCH-PERIOD-PROOF.
           IF WS-PF-PERIOD(WS-PF-SUB) = PRD-PERIOD
               SET WS-PERIOD-FOUND TO TRUE
               SUBTRACT 1 FROM WS-PF-SUB
           END-IF.

       8000-ECHO-STATUS-LINE.
           MOVE RST-PROGRAM TO WS-ECHO-PROGRAM
           MOVE RST-RUN-TIME TO WS-ECHO-TIME
           IF WS-RST-STATUS = "00" OR WS-RST-STATUS = "10"
               CLOSE RUN-STATUS-FILE
           END-IF
           IF WS-PERIOD-CONTROL-AVAILABLE
               CLOSE PERIOD-CONTROL-FILE
           END-IF
           CLOSE CHECK-REPORT-FILE
           IF WS-SEQUENCE-BREAK
               DISPLAY "Sequence breaks found - see CHKRPT"
