      ******************************************************************
      *    PROGRAM:  TRNPMNT                                          *
      *    PURPOSE:  MAINTAIN THE ACCOUNTING PERIOD CONTROL FILE      *
      *              (PRDCTL).  READS MAINTENANCE TRANSACTIONS FROM   *
      *              PMNTFILE, ONE PER LINE:                          *
      *                  OPN YYYYMM USERID                            *
      *                  CLG YYYYMM USERID                            *
      *                  CLS YYYYMM USERID                            *
      *              OPN OPENS (OR REOPENS) A PERIOD, CLG MARKS IT    *
      *              CLOSING WHILE THE LEDGER CLOSE IS UNDER WAY,     *
      *              AND CLS CLOSES IT, STAMPING THE RUN DATE AND     *
      *              THE USER ID AS THE DATE CLOSED AND WHO CLOSED    *
      *              IT.  A PERIOD NOT YET ON THE FILE IS ADDED BY    *
      *              ANY OF THE THREE.  REOPENING A CLOSED PERIOD     *
      *              CLEARS THE CLOSE STAMP BUT IS LISTED WITH THE    *
      *              OLD ONE SO THE REOPEN IS NEVER SILENT.  EVERY     *
      *              ACTION AND REJECT IS LISTED ON PMNTRPT, WHICH    *
      *              CLOSES WITH THE FULL PERIOD TABLE.               *
      *                                                                *
      *    CHANGE LOG                                                 *
      *    ----------                                                 *
      *    2026-10-15  INITIAL VERSION.                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNPMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO PMNTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO PRDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-PERIOD
               FILE STATUS IS WS-PRD-STATUS.

           SELECT MAINT-REPORT-FILE ASSIGN TO PMNTRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE
           RECORDING MODE IS F.
       01  MAINT-RECORD                PIC X(80).

       FD  PERIOD-CONTROL-FILE.
       COPY PRDCTL.

       FD  MAINT-REPORT-FILE
           RECORDING MODE IS F.
       01  MAINT-REPORT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
               88  WS-EOF                      VALUE 'Y'.
           05  WS-PRD-OPEN-FLAG        PIC X(01) VALUE 'N'.
               88  WS-PRD-FILE-OPEN            VALUE 'Y'.
           05  WS-MAINT-OPEN-FLAG      PIC X(01) VALUE 'N'.
               88  WS-MAINT-FILE-OPEN          VALUE 'Y'.
           05  WS-NEW-PERIOD-FLAG      PIC X(01) VALUE 'N'.
               88  WS-NEW-PERIOD               VALUE 'Y'.
           05  WS-LIST-EOF-FLAG        PIC X(01) VALUE 'N'.
               88  WS-LIST-EOF                 VALUE 'Y'.

       01  WS-MAINT-STATUS             PIC X(02).
       01  WS-PRD-STATUS               PIC X(02).

       01  WS-RUN-DATE                 PIC 9(08) VALUE ZEROES.

       01  WS-MAINT-WORK.
           05  WS-MNT-ACTION           PIC X(03).
           05  FILLER                  PIC X(01).
           05  WS-MNT-PERIOD.
               10  WS-MNT-YYYY         PIC 9(04).
               10  WS-MNT-MM           PIC 9(02).
           05  WS-MNT-PERIOD-X REDEFINES WS-MNT-PERIOD
                                       PIC X(06).
           05  FILLER                  PIC X(01).
           05  WS-MNT-USER             PIC X(08).
           05  FILLER                  PIC X(61).

       01  WS-MAINT-COUNTS.
           05  WS-LINES-READ           PIC 9(7) VALUE ZEROES.
           05  WS-OPENED-COUNT         PIC 9(7) VALUE ZEROES.
           05  WS-CLOSING-COUNT        PIC 9(7) VALUE ZEROES.
           05  WS-CLOSED-COUNT         PIC 9(7) VALUE ZEROES.
           05  WS-REJECTED-COUNT       PIC 9(7) VALUE ZEROES.

       01  WS-REPORT-LINE.
           05  WS-RPT-ACTION           PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RPT-PERIOD           PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RPT-MSG              PIC X(60).
           05  FILLER                  PIC X(09) VALUE SPACES.

       01  WS-LIST-LINE.
           05  WS-LST-PERIOD           PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LST-STATUS           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LST-CLOSED-DATE      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LST-CLOSED-BY        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LST-MAINT-DATE       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LST-MAINT-BY         PIC X(08).
           05  FILLER                  PIC X(24) VALUE SPACES.

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
           OPEN I-O PERIOD-CONTROL-FILE
           IF WS-PRD-STATUS = "35"
               OPEN OUTPUT PERIOD-CONTROL-FILE
               CLOSE PERIOD-CONTROL-FILE
               OPEN I-O PERIOD-CONTROL-FILE
           END-IF
           IF WS-PRD-STATUS NOT = "00"
               SET WS-EOF TO TRUE
               MOVE SPACES TO MAINT-REPORT-RECORD
               STRING "** PRDCTL OPEN FAILED - STATUS " WS-PRD-STATUS
                      " **"
                   DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
               WRITE MAINT-REPORT-RECORD
           ELSE
               SET WS-PRD-FILE-OPEN TO TRUE
               OPEN INPUT MAINT-FILE
               IF WS-MAINT-STATUS NOT = "00"
                   SET WS-EOF TO TRUE
                   MOVE "** PMNTFILE COULD NOT BE OPENED **"
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
               WHEN "OPN"
               WHEN "CLG"
               WHEN "CLS"
                   PERFORM 2200-EDIT-MAINT-LINE
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

       2200-EDIT-MAINT-LINE.
           IF WS-MNT-PERIOD-X NOT NUMERIC
                   OR WS-MNT-MM < 1 OR WS-MNT-MM > 12
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "PERIOD NOT YYYYMM - REJECTED" TO WS-RPT-MSG
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               IF WS-MNT-USER = SPACES
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "USER ID MISSING - REJECTED" TO WS-RPT-MSG
                   PERFORM 8000-WRITE-REPORT-LINE
               ELSE
                   PERFORM 2300-READ-PERIOD
                   EVALUATE WS-MNT-ACTION
                       WHEN "OPN"
                           PERFORM 2400-OPEN-PERIOD
                       WHEN "CLG"
                           PERFORM 2500-MARK-CLOSING
                       WHEN OTHER
                           PERFORM 2600-CLOSE-PERIOD
                   END-EVALUATE
               END-IF
           END-IF.

      ******************************************************************
      *    A PERIOD NOT YET ON FILE IS OPEN BY DEFINITION; IT IS      *
      *    BUILT HERE AS AN OPEN RECORD AND WRITTEN (NOT REWRITTEN)   *
      *    BY 2700 ONCE THE ACTION HAS BEEN APPLIED TO IT.            *
      ******************************************************************
       2300-READ-PERIOD.
           MOVE 'N' TO WS-NEW-PERIOD-FLAG
           MOVE WS-MNT-PERIOD-X TO PRD-PERIOD
           READ PERIOD-CONTROL-FILE
           IF WS-PRD-STATUS NOT = "00"
               SET WS-NEW-PERIOD TO TRUE
               MOVE SPACES TO PRD-RECORD
               MOVE WS-MNT-PERIOD-X TO PRD-PERIOD
               SET PRD-OPEN TO TRUE
               MOVE ZEROES TO PRD-CLOSED-DATE
           END-IF.

       2400-OPEN-PERIOD.
           IF PRD-OPEN AND NOT WS-NEW-PERIOD
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "PERIOD ALREADY OPEN - REJECTED" TO WS-RPT-MSG
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               IF PRD-CLOSED
                   MOVE SPACES TO WS-RPT-MSG
                   STRING "REOPENED - WAS CLOSED " PRD-CLOSED-DATE
                          " BY " PRD-CLOSED-BY
                       DELIMITED BY SIZE INTO WS-RPT-MSG
               ELSE
                   MOVE "OPENED" TO WS-RPT-MSG
               END-IF
               SET PRD-OPEN TO TRUE
               MOVE ZEROES TO PRD-CLOSED-DATE
               MOVE SPACES TO PRD-CLOSED-BY
               PERFORM 2700-STORE-PERIOD
               IF WS-PRD-STATUS = "00"
                   ADD 1 TO WS-OPENED-COUNT
                   PERFORM 8000-WRITE-REPORT-LINE
               END-IF
           END-IF.

       2500-MARK-CLOSING.
           IF NOT PRD-OPEN
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "PERIOD NOT OPEN - REJECTED" TO WS-RPT-MSG
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               SET PRD-CLOSING TO TRUE
               PERFORM 2700-STORE-PERIOD
               IF WS-PRD-STATUS = "00"
                   ADD 1 TO WS-CLOSING-COUNT
                   MOVE "MARKED CLOSING" TO WS-RPT-MSG
                   PERFORM 8000-WRITE-REPORT-LINE
               END-IF
           END-IF.

       2600-CLOSE-PERIOD.
           IF PRD-CLOSED
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "PERIOD ALREADY CLOSED - REJECTED" TO WS-RPT-MSG
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               SET PRD-CLOSED TO TRUE
               MOVE WS-RUN-DATE TO PRD-CLOSED-DATE
               MOVE WS-MNT-USER TO PRD-CLOSED-BY
               PERFORM 2700-STORE-PERIOD
               IF WS-PRD-STATUS = "00"
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE SPACES TO WS-RPT-MSG
                   STRING "CLOSED BY " WS-MNT-USER
                       DELIMITED BY SIZE INTO WS-RPT-MSG
                   PERFORM 8000-WRITE-REPORT-LINE
               END-IF
           END-IF.

       2700-STORE-PERIOD.
           MOVE WS-RUN-DATE TO PRD-MAINT-DATE
           MOVE WS-MNT-USER TO PRD-MAINT-BY
           IF WS-NEW-PERIOD
               WRITE PRD-RECORD
           ELSE
               REWRITE PRD-RECORD
           END-IF
           IF WS-PRD-STATUS NOT = "00"
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM 8100-WRITE-STATUS-ERROR
           END-IF.

       8000-WRITE-REPORT-LINE.
           MOVE WS-MNT-ACTION TO WS-RPT-ACTION
           MOVE WS-MNT-PERIOD-X TO WS-RPT-PERIOD
           MOVE WS-REPORT-LINE TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE SPACES TO WS-RPT-MSG.

       8100-WRITE-STATUS-ERROR.
           MOVE SPACES TO WS-RPT-MSG
           STRING "PRDCTL I-O FAILED - STATUS " WS-PRD-STATUS
               DELIMITED BY SIZE INTO WS-RPT-MSG
           PERFORM 8000-WRITE-REPORT-LINE.

       8200-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD.

       8300-LIST-PERIODS.
           MOVE "PERIOD  STATUS    CLOSED    BY        MAINT     BY"
               TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE LOW-VALUES TO PRD-PERIOD
           START PERIOD-CONTROL-FILE
               KEY IS NOT LESS THAN PRD-PERIOD
           END-START
           IF WS-PRD-STATUS = "00"
               PERFORM 8310-LIST-PERIOD UNTIL WS-LIST-EOF
           END-IF.

       8310-LIST-PERIOD.
           READ PERIOD-CONTROL-FILE NEXT
               AT END
                   SET WS-LIST-EOF TO TRUE
               NOT AT END
                   MOVE PRD-PERIOD TO WS-LST-PERIOD
                   EVALUATE TRUE
                       WHEN PRD-OPEN
                           MOVE "OPEN" TO WS-LST-STATUS
                       WHEN PRD-CLOSING
                           MOVE "CLOSING" TO WS-LST-STATUS
                       WHEN PRD-CLOSED
                           MOVE "CLOSED" TO WS-LST-STATUS
                       WHEN OTHER
                           MOVE "UNKNOWN" TO WS-LST-STATUS
                   END-EVALUATE
                   IF PRD-CLOSED
                       MOVE PRD-CLOSED-DATE TO WS-LST-CLOSED-DATE
                       MOVE PRD-CLOSED-BY TO WS-LST-CLOSED-BY
                   ELSE
                       MOVE SPACES TO WS-LST-CLOSED-DATE
                       MOVE SPACES TO WS-LST-CLOSED-BY
                   END-IF
                   MOVE PRD-MAINT-DATE TO WS-LST-MAINT-DATE
                   MOVE PRD-MAINT-BY TO WS-LST-MAINT-BY
                   MOVE WS-LIST-LINE TO MAINT-REPORT-RECORD
                   WRITE MAINT-REPORT-RECORD
           END-READ.

       9000-FINISH.
           MOVE "LINES READ:" TO WS-TOT-LABEL
           MOVE WS-LINES-READ TO WS-TOT-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "PERIODS OPENED:" TO WS-TOT-LABEL
           MOVE WS-OPENED-COUNT TO WS-TOT-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "PERIODS CLOSING:" TO WS-TOT-LABEL
           MOVE WS-CLOSING-COUNT TO WS-TOT-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "PERIODS CLOSED:" TO WS-TOT-LABEL
           MOVE WS-CLOSED-COUNT TO WS-TOT-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "LINES REJECTED:" TO WS-TOT-LABEL
           MOVE WS-REJECTED-COUNT TO WS-TOT-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           IF WS-PRD-FILE-OPEN
               PERFORM 8300-LIST-PERIODS
               CLOSE PERIOD-CONTROL-FILE
           END-IF
           IF WS-MAINT-FILE-OPEN
               CLOSE MAINT-FILE
           END-IF
           CLOSE MAINT-REPORT-FILE
           DISPLAY "Opened: " WS-OPENED-COUNT
                   " Closed: " WS-CLOSED-COUNT
                   " Rejected: " WS-REJECTED-COUNT.
