      *                BACKOUT EXTRACT IS WITHHELD AND FLAGGED ON     *
      *                REVRPT SO A WRAPPED TOTAL NEVER REACHES THE    *
      *                GL, WHILE RVSFILE REMAINS COMPLETE.            *
      *    2026-10-15  ACCOUNTING PERIOD LOCK. AN OFFSET FOR A        *
      *                BUSINESS DAY IN A PERIOD THE PERIOD CONTROL    *
      *                FILE (PRDCTL) CARRIES CLOSED IS WRITTEN WITH A *
      *                ZERO EFFECTIVE DATE, SO THE APPLYING TRNACUM   *
      *                RUN LANDS IT UNDER ITS OWN RUN DATE IN THE     *
      *                CURRENT OPEN PERIOD. SUCH OFFSETS ARE MARKED   *
      *                RE-DATED ON REVRPT AND COUNTED. THE BACKOUT    *
      *                EXTRACT'S DATE GOES ON THE RUNSTAT RECORD FOR  *
      *                TRNCHKR.                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNREVR.
           SELECT REVERSAL-REPORT-FILE ASSIGN TO REVRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO PRDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-PERIOD
               FILE STATUS IS WS-PRD-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO RUNSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RST-STATUS.
           RECORDING MODE IS F.
       01  REVERSAL-REPORT-RECORD      PIC X(80).

       FD  PERIOD-CONTROL-FILE.
       COPY PRDCTL.

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD           PIC X(80).
               88  WS-PARM-ERROR               VALUE 'Y'.
           05  WS-REV-OVERFLOW-FLAG    PIC X(01) VALUE 'N'.
               88  WS-REV-OVERFLOW             VALUE 'Y'.
           05  WS-PRD-AVAIL-FLAG       PIC X(01) VALUE 'N'.
               88  WS-PERIOD-CONTROL-AVAILABLE VALUE 'Y'.
           05  WS-PRD-CLOSED-FLAG      PIC X(01) VALUE 'N'.
               88  WS-EFF-PERIOD-CLOSED        VALUE 'Y'.

       01  WS-AUDIT-STATUS             PIC X(02).
       01  WS-PRD-STATUS               PIC X(02).

       01  WS-RUN-IDENTIFICATION.
           05  WS-RUN-DATE             PIC 9(08).
           05  WS-REV-AMOUNT-1         PIC S9(5)V99 COMP-3 VALUE ZEROES.
           05  WS-REV-AMOUNT-2         PIC S9(5)V99 COMP-3 VALUE ZEROES.
           05  WS-REV-TOTAL            PIC S9(7)V99 COMP-3 VALUE ZEROES.
           05  WS-CACHED-PERIOD        PIC X(06) VALUE SPACES.
           05  WS-EARLIEST-DATE        PIC 9(08) VALUE ZEROES.

       01  WS-REVERSAL-COUNTS.
           05  WS-LINES-READ           PIC 9(7) VALUE ZEROES.
           05  WS-DETAILS-REVERSED     PIC 9(7) VALUE ZEROES.
           05  WS-INVALID-ZEROED       PIC 9(7) VALUE ZEROES.
           05  WS-OLD-FORMAT-SKIPPED   PIC 9(7) VALUE ZEROES.
           05  WS-REDATED-COUNT        PIC 9(7) VALUE ZEROES.

       COPY AUDLINE.

           05  WS-RPT-AMOUNT-1         PIC -(5)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RPT-AMOUNT-2         PIC -(5)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RPT-NOTE             PIC X(24) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(20).
                       TO REVERSAL-REPORT-RECORD
                   WRITE REVERSAL-REPORT-RECORD
               ELSE
                   PERFORM 1100-OPEN-PERIOD-CONTROL
                   PERFORM 2100-READ-AUDIT-FILE
               END-IF
           END-IF.

      ******************************************************************
      *    WITHOUT THE PERIOD CONTROL FILE EVERY OFFSET KEEPS ITS     *
      *    ORIGINAL BUSINESS DATE, AS BEFORE; REVRPT SAYS SO.         *
      ******************************************************************
       1100-OPEN-PERIOD-CONTROL.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PRD-STATUS = "00"
               SET WS-PERIOD-CONTROL-AVAILABLE TO TRUE
           ELSE
               MOVE SPACES TO REVERSAL-REPORT-RECORD
               STRING "** PRDCTL UNAVAILABLE - STATUS " WS-PRD-STATUS
                      " - NO RE-DATING **"
                   DELIMITED BY SIZE INTO REVERSAL-REPORT-RECORD
               WRITE REVERSAL-REPORT-RECORD
           END-IF.

      ******************************************************************
      *    AUDIT LINES FROM BEFORE THE FIXED-COLUMN RESTRUCTURE       *
      *    WOULD PARSE AS GARBAGE THROUGH THE NEW COLUMNS (AN OLD     *
           MOVE WS-REV-AMOUNT-2 TO TRAN-AMOUNT-2
           MOVE ZEROES TO TRAN-EXPECTED-COUNT
           MOVE WS-SEL-RUN-DATE TO TRAN-ORIG-RUN-DATE
           MOVE SPACES TO WS-RPT-NOTE
           IF AUD-EFF-DATE NUMERIC
               MOVE AUD-EFF-DATE TO TRAN-EFF-DATE
               PERFORM 2400-CHECK-EFF-PERIOD
               IF WS-EFF-PERIOD-CLOSED
                   MOVE ZEROES TO TRAN-EFF-DATE
                   ADD 1 TO WS-REDATED-COUNT
                   MOVE "RE-DATED - PERIOD CLOSED" TO WS-RPT-NOTE
               END-IF
           ELSE
               MOVE ZEROES TO TRAN-EFF-DATE
           END-IF
           MOVE WS-REPORT-LINE TO REVERSAL-REPORT-RECORD
           WRITE REVERSAL-REPORT-RECORD.

      ******************************************************************
      *    AN OFFSET FOR A DAY IN A CLOSED PERIOD CANNOT GO BACK INTO *
      *    THAT PERIOD.  ITS EFFECTIVE DATE IS LEFT ZERO SO THE       *
      *    APPLYING TRNACUM RUN DATES IT UNDER ITS OWN RUN DATE - THE *
      *    CURRENT OPEN PERIOD.  THE AUDIT LINE IT CAME FROM STILL    *
      *    SHOWS THE ORIGINAL BUSINESS DAY.                           *
      ******************************************************************
       2400-CHECK-EFF-PERIOD.
           IF WS-PERIOD-CONTROL-AVAILABLE
               IF AUD-EFF-DATE(1:6) NOT = WS-CACHED-PERIOD
                   MOVE AUD-EFF-DATE(1:6) TO WS-CACHED-PERIOD
                   MOVE 'N' TO WS-PRD-CLOSED-FLAG
                   MOVE WS-CACHED-PERIOD TO PRD-PERIOD
                   READ PERIOD-CONTROL-FILE
                   IF WS-PRD-STATUS = "00" AND PRD-CLOSED
                       SET WS-EFF-PERIOD-CLOSED TO TRUE
                   END-IF
               END-IF
           END-IF.

       2300-DEEDIT-AMOUNT.
           IF WS-DEEDIT-TEXT = "INVALID" OR WS-DEEDIT-TEXT = SPACES
               MOVE ZEROES TO WS-WORK-AMOUNT
           SET GL-BACKOUT TO TRUE
           MOVE WS-SEL-RUN-DATE TO GL-ORIG-RUN-DATE
           MOVE GL-EXTRACT-LINE TO REVERSAL-EXTRACT-RECORD
           WRITE REVERSAL-EXTRACT-RECORD
           MOVE WS-RUN-DATE TO WS-EARLIEST-DATE.

       8600-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REVERSAL-REPORT-RECORD
                   PERFORM 8500-WRITE-BACKOUT-EXTRACT
               END-IF
               CLOSE AUDIT-FILE
               IF WS-PERIOD-CONTROL-AVAILABLE
                   CLOSE PERIOD-CONTROL-FILE
               END-IF
           END-IF
           MOVE "DETAILS REVERSED:" TO WS-TOT-LABEL
           MOVE WS-DETAILS-REVERSED TO WS-TOT-VALUE
           MOVE "OLD FORMAT SKIPPED:" TO WS-TOT-LABEL
           MOVE WS-OLD-FORMAT-SKIPPED TO WS-TOT-VALUE
           PERFORM 8600-WRITE-TOTAL-LINE
           MOVE "RE-DATED (CLOSED):" TO WS-TOT-LABEL
           MOVE WS-REDATED-COUNT TO WS-TOT-VALUE
           PERFORM 8600-WRITE-TOTAL-LINE
           IF WS-OLD-FORMAT-SKIPPED > ZERO
               MOVE "** RUN PREDATES AUDIT RESTRUCTURE - INCOMPLETE"
                   TO REVERSAL-REPORT-RECORD
                       SET RST-CLEAN TO TRUE
               END-EVALUATE
               MOVE SPACES TO RST-PERIOD
               MOVE WS-EARLIEST-DATE TO RST-EARLIEST-DATE
               MOVE RUN-STATUS-LINE TO RUN-STATUS-RECORD
               WRITE RUN-STATUS-RECORD
               CLOSE RUN-STATUS-FILE
