      ******************************************************************
      *    PROGRAM:  TRNMREC                                          *
      *    PURPOSE:  MONTH-END PROOF THAT THE ACCOUNT SUBLEDGER       *
      *              (BALHIST / BALMSTR) AGREES WITH WHAT THE LEDGER  *
      *              RECEIVED FOR THE PERIOD.  THE COMMAND LINE GIVES *
      *              THE PERIOD AND THE CONTROL LEDGER ACCOUNT:       *
      *                  YYYYMM CCCCCCCC                              *
      *              RUN AFTER TRNMEND HAS WRITTEN THE PERIOD'S       *
      *              GLSUMM.  FROM BALHIST IT TAKES THE SUBLEDGER'S   *
      *              OPENING BALANCE, NET MOVEMENT (POSTINGS WHOSE    *
      *              BUSINESS DATE FALLS IN THE PERIOD) AND CLOSING   *
      *              BALANCE, AND TIES THE MOVEMENT TO:               *
      *                  - THE GLSUMM PERIOD TOTAL;                   *
      *                  - THE GLSUMM JOURNAL-VOUCHER DEBIT LESS      *
      *                    CREDIT TOTAL OF THE CONTROL ACCOUNT.  THE  *
      *                    SUBLEDGER IS CARRIED ON THE DEBIT SIDE OF  *
      *                    THE LEDGER, AS COAMAP MAPS IT, SO THE      *
      *                    CONTROL ACCOUNT'S NET DEBIT IS THE         *
      *                    MOVEMENT.                                  *
      *              EVERY BALMSTR ACCOUNT IS LISTED WITH ITS         *
      *              CARRYING BALANCE AS AT PERIOD END (THE CURRENT   *
      *              BALANCE LESS WHAT BALHIST SHOWS POSTED UNDER     *
      *              LATER BUSINESS DATES) AGAINST THE CLOSING        *
      *              BALANCE BALHIST GIVES IT.  THE MONTH'S           *
      *              COLLECTED EXTRACT (GLMONTH, WHEN AVAILABLE)      *
      *              BREAKS THE LEDGER SIDE DOWN BY BUSINESS DAY SO A *
      *              BREAK CAN BE TRACED TO THE DAY THAT DRIFTED, AND *
      *              IS ITSELF TIED TO GLSUMM.  THE REPORT IS         *
      *              MRECRPT; THE RUN-STATUS RECORD TELLS TRNCHKR     *
      *              WHETHER THE PERIOD PROVED CLEAN.                 *
      *              EACH ACCOUNT'S OPENING FIGURE IS THE BALANCE     *
      *              BEFORE ITS FIRST HISTORY RECORD (NEW BALANCE     *
      *              LESS AMOUNT POSTED) PLUS EVERYTHING POSTED       *
      *              BEFORE THE PERIOD - HISTORY STARTED AFTER SOME   *
      *              ACCOUNTS ALREADY CARRIED A BALANCE.              *
      *                                                                *
      *    CHANGE LOG                                                 *
      *    ----------                                                 *
      *    2026-10-15  INITIAL VERSION.                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNMREC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-HISTORY ASSIGN TO BALHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BHS-STATUS.

           SELECT BALANCE-MASTER ASSIGN TO BALMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-ACCOUNT
               FILE STATUS IS WS-BAL-STATUS.

           SELECT GL-SUMMARY-FILE ASSIGN TO GLSUMM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLS-STATUS.

           SELECT GL-MONTH-FILE ASSIGN TO GLMONTH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLM-STATUS.

           SELECT MONTH-WORK-FILE ASSIGN TO MRECWRK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MWK-ACCOUNT
               FILE STATUS IS WS-MWK-STATUS.

           SELECT PROOF-REPORT-FILE ASSIGN TO MRECRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-STATUS-FILE ASSIGN TO RUNSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-HISTORY
           RECORDING MODE IS F.
       COPY BALHIST.

       FD  BALANCE-MASTER.
       COPY BALMSTR.

       FD  GL-SUMMARY-FILE
           RECORDING MODE IS F.
       01  GL-SUMMARY-RECORD           PIC X(80).

       FD  GL-MONTH-FILE
           RECORDING MODE IS F.
       01  GL-MONTH-RECORD             PIC X(80).

      ******************************************************************
      *    ONE ENTRY PER ACCOUNT ON BALHIST: THE BALANCE BEFORE ITS   *
      *    FIRST HISTORY RECORD, AND WHAT WAS POSTED UNDER BUSINESS   *
      *    DATES BEFORE, IN AND AFTER THE PERIOD.                     *
      ******************************************************************
       FD  MONTH-WORK-FILE.
       01  MWK-RECORD.
           05  MWK-ACCOUNT             PIC X(08).
           05  MWK-ANCHOR-BALANCE      PIC S9(9)V99  COMP-3.
           05  MWK-BEFORE-PERIOD       PIC S9(11)V99 COMP-3.
           05  MWK-IN-PERIOD           PIC S9(11)V99 COMP-3.
           05  MWK-AFTER-PERIOD        PIC S9(11)V99 COMP-3.
           05  MWK-ENTRY-COUNT         PIC 9(7) COMP.

       FD  PROOF-REPORT-FILE
           RECORDING MODE IS F.
       01  PROOF-REPORT-RECORD         PIC X(80).

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
               88  WS-EOF                      VALUE 'Y'.
           05  WS-GLS-EOF-FLAG         PIC X(01) VALUE 'N'.
               88  WS-GLS-EOF                  VALUE 'Y'.
           05  WS-GLM-EOF-FLAG         PIC X(01) VALUE 'N'.
               88  WS-GLM-EOF                  VALUE 'Y'.
           05  WS-WORK-EOF-FLAG        PIC X(01) VALUE 'N'.
               88  WS-WORK-EOF                 VALUE 'Y'.
           05  WS-BAL-EOF-FLAG         PIC X(01) VALUE 'N'.
               88  WS-BAL-EOF                  VALUE 'Y'.
           05  WS-PARM-ERROR-FLAG      PIC X(01) VALUE 'N'.
               88  WS-PARM-ERROR               VALUE 'Y'.
           05  WS-OVERFLOW-FLAG        PIC X(01) VALUE 'N'.
               88  WS-PROOF-OVERFLOW           VALUE 'Y'.
           05  WS-BHS-OPEN-FLAG        PIC X(01) VALUE 'N'.
               88  WS-HISTORY-FILE-OPEN        VALUE 'Y'.
           05  WS-BAL-OPEN-FLAG        PIC X(01) VALUE 'N'.
               88  WS-BAL-FILE-OPEN            VALUE 'Y'.
           05  WS-GLS-OPEN-FLAG        PIC X(01) VALUE 'N'.
               88  WS-GL-SUMMARY-OPEN          VALUE 'Y'.
           05  WS-GLM-AVAIL-FLAG       PIC X(01) VALUE 'N'.
               88  WS-GL-MONTH-AVAILABLE       VALUE 'Y'.
           05  WS-MWK-OPEN-FLAG        PIC X(01) VALUE 'N'.
               88  WS-WORK-FILE-OPEN           VALUE 'Y'.
           05  WS-GSP-FOUND-FLAG       PIC X(01) VALUE 'N'.
               88  WS-GLSUMM-PERIOD-FOUND      VALUE 'Y'.
           05  WS-GSA-FOUND-FLAG       PIC X(01) VALUE 'N'.
               88  WS-GLSUMM-CONTROL-FOUND     VALUE 'Y'.
           05  WS-DAY-BREAK-FLAG       PIC X(01) VALUE 'N'.
               88  WS-DAY-BREAK                VALUE 'Y'.

       01  WS-BHS-STATUS               PIC X(02).
       01  WS-BAL-STATUS               PIC X(02).
       01  WS-GLS-STATUS               PIC X(02).
       01  WS-GLM-STATUS               PIC X(02).
       01  WS-MWK-STATUS               PIC X(02).
       01  WS-RST-STATUS               PIC X(02).

       COPY RUNSTAT.

       01  WS-RUN-IDENTIFICATION.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZEROES.
           05  WS-RUN-TIME             PIC 9(08) VALUE ZEROES.

       01  WS-SELECTION-PARMS.
           05  WS-PARM-LINE            PIC X(80) VALUE SPACES.
           05  WS-SEL-PERIOD           PIC X(06) VALUE SPACES.
           05  WS-CONTROL-ACCOUNT      PIC X(08) VALUE SPACES.
           05  WS-PERIOD.
               10  WS-PERIOD-YYYY      PIC 9(04).
               10  WS-PERIOD-MM        PIC 9(02).
           05  WS-PERIOD-X REDEFINES WS-PERIOD
                                       PIC X(06).

      ******************************************************************
      *    GLSUMM AS TRNMEND WRITES IT: THE PERIOD RECORD FIRST, THEN *
      *    ONE RECORD PER LEDGER ACCOUNT WITH ITS VOUCHER DEBIT AND   *
      *    CREDIT TOTALS (CREDITS AS A POSITIVE FIGURE).              *
      ******************************************************************
       01  WS-GLSUMM-LINE              PIC X(80).
       01  WS-GLSUMM-PERIOD-LINE REDEFINES WS-GLSUMM-LINE.
           05  WS-GSP-PERIOD           PIC X(06).
           05  FILLER                  PIC X(01).
           05  WS-GSP-TOTAL            PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(61).
       01  WS-GLSUMM-ACCOUNT-LINE REDEFINES WS-GLSUMM-LINE.
           05  WS-GSA-PERIOD           PIC X(06).
           05  FILLER                  PIC X(01).
           05  WS-GSA-ACCOUNT          PIC X(08).
           05  FILLER                  PIC X(01).
           05  WS-GSA-DEBIT-TOTAL      PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  WS-GSA-CREDIT-TOTAL     PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(39).

       COPY GLEXTR.

      ******************************************************************
      *    BY BUSINESS DAY OF THE PERIOD: WHAT BALHIST POSTED, THE    *
      *    EXTRACT'S NET, AND THE CONTROL ACCOUNT'S VOUCHER NET.      *
      ******************************************************************
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 31 TIMES.
               10  WS-DAY-SUBLEDGER    PIC S9(11)V99 COMP-3.
               10  WS-DAY-GL-NET       PIC S9(11)V99 COMP-3.
               10  WS-DAY-CONTROL-NET  PIC S9(11)V99 COMP-3.
               10  WS-DAY-POSTINGS     PIC 9(5) COMP.
               10  WS-DAY-GL-LINES     PIC 9(5) COMP.

       01  WS-PROOF-WORK.
           05  WS-DAY-SUB              PIC 9(4) COMP VALUE ZEROES.
           05  WS-WORK-DAY             PIC 9(02) VALUE ZEROES.
           05  WS-DAY-DATE             PIC 9(08) VALUE ZEROES.
           05  WS-BAL-KEY              PIC X(08) VALUE SPACES.
           05  WS-MWK-KEY              PIC X(08) VALUE SPACES.
           05  WS-ACCOUNT-OPENING      PIC S9(11)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-ACCOUNT-MOVEMENT     PIC S9(11)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-ACCOUNT-CLOSING      PIC S9(11)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-ACCOUNT-CARRYING     PIC S9(11)V99 COMP-3
                                       VALUE ZEROES.

       01  WS-PROOF-TOTALS.
           05  WS-OPENING-TOTAL        PIC S9(11)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-MOVEMENT-TOTAL       PIC S9(11)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-CLOSING-TOTAL        PIC S9(11)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-CARRYING-TOTAL       PIC S9(11)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-GLSUMM-TOTAL         PIC S9(11)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-CONTROL-DEBITS       PIC S9(11)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-CONTROL-CREDITS      PIC S9(11)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-CONTROL-NET          PIC S9(11)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-GLMONTH-TOTAL        PIC S9(11)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-GLMONTH-CONTROL-NET  PIC S9(11)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-LEG-DIFFERENCE       PIC S9(11)V99 COMP-3
                                       VALUE ZEROES.

       01  WS-PROOF-COUNTS.
           05  WS-HISTORY-READ         PIC 9(7) VALUE ZEROES.
           05  WS-HISTORY-BEFORE       PIC 9(7) VALUE ZEROES.
           05  WS-HISTORY-IN-PERIOD    PIC 9(7) VALUE ZEROES.
           05  WS-HISTORY-AFTER        PIC 9(7) VALUE ZEROES.
           05  WS-HISTORY-UNREADABLE   PIC 9(7) VALUE ZEROES.
           05  WS-HISTORY-ACCOUNTS     PIC 9(7) VALUE ZEROES.
           05  WS-GLMONTH-READ         PIC 9(7) VALUE ZEROES.
           05  WS-GLMONTH-APPLIED      PIC 9(7) VALUE ZEROES.
           05  WS-GLMONTH-OUTSIDE      PIC 9(7) VALUE ZEROES.
           05  WS-ACCOUNTS-LISTED      PIC 9(7) VALUE ZEROES.
           05  WS-ACCOUNTS-DIFFERING   PIC 9(7) VALUE ZEROES.
           05  WS-DAYS-LISTED          PIC 9(7) VALUE ZEROES.
           05  WS-DAYS-BROKEN          PIC 9(7) VALUE ZEROES.
           05  WS-PERIOD-BREAKS        PIC 9(7) VALUE ZEROES.
           05  WS-BREAK-COUNT          PIC 9(7) VALUE ZEROES.

       01  WS-ACCOUNT-LINE.
           05  WS-ACL-ACCOUNT          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-ACL-OPENING          PIC -(9)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-ACL-MOVEMENT         PIC -(9)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-ACL-CLOSING          PIC -(9)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-ACL-CARRYING         PIC -(9)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-ACL-FLAG             PIC X(14).
           05  FILLER                  PIC X(01) VALUE SPACE.

       01  WS-DAY-LINE.
           05  WS-DYL-DATE             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DYL-SUBLEDGER        PIC -(10)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DYL-GL-NET           PIC -(10)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DYL-CONTROL-NET      PIC -(10)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DYL-FLAG             PIC X(12).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-LEG-LINE.
           05  WS-LEG-LABEL            PIC X(30).
           05  WS-LEG-VALUE            PIC -(10)9.99.
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-BREAK-LINE.
           05  FILLER                  PIC X(09) VALUE "** BREAK ".
           05  WS-BRK-LEG-PAIR         PIC X(26).
           05  FILLER                  PIC X(05) VALUE " BY  ".
           05  WS-BRK-DIFFERENCE       PIC -(10)9.99.
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL            PIC X(30).
           05  WS-CNT-VALUE            PIC -(6)9.
           05  FILLER                  PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT WS-PARM-ERROR
               PERFORM 2000-LOAD-HISTORY UNTIL WS-EOF
           END-IF
           IF NOT WS-PARM-ERROR
               PERFORM 3000-LOAD-GL-SUMMARY
           END-IF
           IF NOT WS-PARM-ERROR
               PERFORM 4000-LOAD-GL-MONTH
               PERFORM 5000-LIST-ACCOUNTS
               PERFORM 6000-LIST-DAYS
               PERFORM 7000-PROVE-PERIOD
           END-IF
           PERFORM 9000-FINISH
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT PROOF-REPORT-FILE
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
               INTO WS-SEL-PERIOD WS-CONTROL-ACCOUNT
           MOVE WS-SEL-PERIOD TO WS-PERIOD-X
           IF WS-PERIOD-X NOT NUMERIC
                   OR WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
                   OR WS-CONTROL-ACCOUNT = SPACES
               SET WS-PARM-ERROR TO TRUE
               MOVE "** PARM MUST BE YYYYMM AND CONTROL LEDGER ACCOUNT"
                   TO PROOF-REPORT-RECORD
               WRITE PROOF-REPORT-RECORD
           ELSE
               MOVE SPACES TO PROOF-REPORT-RECORD
               STRING "SUBLEDGER TO LEDGER PROOF FOR PERIOD "
                      WS-PERIOD-X " - CONTROL ACCOUNT "
                      WS-CONTROL-ACCOUNT " - RUN " WS-RUN-DATE
                   DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
               WRITE PROOF-REPORT-RECORD
               PERFORM 1100-CLEAR-DAY-ENTRY
                   VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 31
               PERFORM 1200-OPEN-FILES
           END-IF
           IF NOT WS-PARM-ERROR
               PERFORM 2100-READ-HISTORY
           END-IF.

       1100-CLEAR-DAY-ENTRY.
           MOVE ZEROES TO WS-DAY-SUBLEDGER(WS-DAY-SUB)
           MOVE ZEROES TO WS-DAY-GL-NET(WS-DAY-SUB)
           MOVE ZEROES TO WS-DAY-CONTROL-NET(WS-DAY-SUB)
           MOVE ZEROES TO WS-DAY-POSTINGS(WS-DAY-SUB)
           MOVE ZEROES TO WS-DAY-GL-LINES(WS-DAY-SUB).

      ******************************************************************
      *    BALHIST, BALMSTR, GLSUMM AND THE SCRATCH FILE ARE          *
      *    REQUIRED - WITHOUT ANY OF THEM THE PERIOD CANNOT BE        *
      *    PROVED.  WITHOUT GLMONTH THE PERIOD IS STILL PROVED        *
      *    AGAINST GLSUMM, BUT THE LEDGER SIDE CANNOT BE BROKEN DOWN  *
      *    BY DAY, AND THE REPORT SAYS SO.                            *
      ******************************************************************
       1200-OPEN-FILES.
           OPEN INPUT BALANCE-HISTORY
           IF WS-BHS-STATUS = "00"
               SET WS-HISTORY-FILE-OPEN TO TRUE
           ELSE
               SET WS-PARM-ERROR TO TRUE
               MOVE SPACES TO PROOF-REPORT-RECORD
               STRING "** BALHIST OPEN FAILED - STATUS " WS-BHS-STATUS
                      " **"
                   DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
               WRITE PROOF-REPORT-RECORD
           END-IF
           IF NOT WS-PARM-ERROR
               OPEN INPUT BALANCE-MASTER
               IF WS-BAL-STATUS = "00"
                   SET WS-BAL-FILE-OPEN TO TRUE
               ELSE
                   SET WS-PARM-ERROR TO TRUE
                   MOVE SPACES TO PROOF-REPORT-RECORD
                   STRING "** BALMSTR OPEN FAILED - STATUS "
                          WS-BAL-STATUS " **"
                       DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
                   WRITE PROOF-REPORT-RECORD
               END-IF
           END-IF
           IF NOT WS-PARM-ERROR
               OPEN INPUT GL-SUMMARY-FILE
               IF WS-GLS-STATUS = "00"
                   SET WS-GL-SUMMARY-OPEN TO TRUE
               ELSE
                   SET WS-PARM-ERROR TO TRUE
                   MOVE SPACES TO PROOF-REPORT-RECORD
                   STRING "** GLSUMM OPEN FAILED - STATUS "
                          WS-GLS-STATUS " - RUN TRNMEND FIRST **"
                       DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
                   WRITE PROOF-REPORT-RECORD
               END-IF
           END-IF
           IF NOT WS-PARM-ERROR
               OPEN OUTPUT MONTH-WORK-FILE
               IF WS-MWK-STATUS = "00"
                   CLOSE MONTH-WORK-FILE
                   OPEN I-O MONTH-WORK-FILE
               END-IF
               IF WS-MWK-STATUS = "00"
                   SET WS-WORK-FILE-OPEN TO TRUE
               ELSE
                   SET WS-PARM-ERROR TO TRUE
                   MOVE SPACES TO PROOF-REPORT-RECORD
                   STRING "** MRECWRK OPEN FAILED - STATUS "
                          WS-MWK-STATUS " **"
                       DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
                   WRITE PROOF-REPORT-RECORD
               END-IF
           END-IF
           IF NOT WS-PARM-ERROR
               OPEN INPUT GL-MONTH-FILE
               IF WS-GLM-STATUS = "00"
                   SET WS-GL-MONTH-AVAILABLE TO TRUE
               ELSE
                   MOVE SPACES TO PROOF-REPORT-RECORD
                   STRING "** GLMONTH UNAVAILABLE - STATUS "
                          WS-GLM-STATUS
                          " - NO DAILY LEDGER BREAKDOWN **"
                       DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
                   WRITE PROOF-REPORT-RECORD
               END-IF
           END-IF.

      ******************************************************************
      *    SORT ONE HISTORY RECORD BY ITS BUSINESS DATE AGAINST THE   *
      *    PERIOD AND FOLD IT INTO ITS ACCOUNT'S SCRATCH ENTRY.  A    *
      *    POSTING IN THE PERIOD ALSO GOES TO ITS DAY.                *
      ******************************************************************
       2000-LOAD-HISTORY.
           ADD 1 TO WS-HISTORY-READ
           MOVE ZEROES TO WS-WORK-DAY
           IF HST-ACCOUNT NOT = SPACES AND HST-POST-DATE NUMERIC
               MOVE HST-POST-DATE(7:2) TO WS-WORK-DAY
           END-IF
           IF WS-WORK-DAY < 1 OR WS-WORK-DAY > 31
               ADD 1 TO WS-HISTORY-UNREADABLE
               MOVE SPACES TO PROOF-REPORT-RECORD
               STRING "** UNREADABLE BALHIST RECORD " WS-HISTORY-READ
                      " ACCOUNT " HST-ACCOUNT
                   DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
               WRITE PROOF-REPORT-RECORD
           ELSE
               EVALUATE TRUE
                   WHEN HST-POST-DATE(1:6) < WS-PERIOD-X
                       ADD 1 TO WS-HISTORY-BEFORE
                   WHEN HST-POST-DATE(1:6) = WS-PERIOD-X
                       ADD 1 TO WS-HISTORY-IN-PERIOD
                       MOVE WS-WORK-DAY TO WS-DAY-SUB
                       ADD 1 TO WS-DAY-POSTINGS(WS-DAY-SUB)
                       ADD HST-POSTED-AMOUNT
                           TO WS-DAY-SUBLEDGER(WS-DAY-SUB)
                           ON SIZE ERROR
                               SET WS-PROOF-OVERFLOW TO TRUE
                       END-ADD
                   WHEN OTHER
                       ADD 1 TO WS-HISTORY-AFTER
               END-EVALUATE
               PERFORM 2200-APPLY-HISTORY
           END-IF
           PERFORM 2100-READ-HISTORY.

       2100-READ-HISTORY.
           READ BALANCE-HISTORY
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    THE FIRST RECORD OF AN ACCOUNT ANCHORS IT AT THE BALANCE   *
      *    IT CARRIED BEFORE THAT POSTING.                            *
      ******************************************************************
       2200-APPLY-HISTORY.
           MOVE HST-ACCOUNT TO MWK-ACCOUNT
           READ MONTH-WORK-FILE
           EVALUATE WS-MWK-STATUS
               WHEN "00"
                   PERFORM 2300-ADD-TO-WORK-ENTRY
                   ADD 1 TO MWK-ENTRY-COUNT
                   REWRITE MWK-RECORD
               WHEN "23"
                   ADD 1 TO WS-HISTORY-ACCOUNTS
                   COMPUTE MWK-ANCHOR-BALANCE
                       = HST-NEW-BALANCE - HST-POSTED-AMOUNT
                       ON SIZE ERROR
                           SET WS-PROOF-OVERFLOW TO TRUE
                   END-COMPUTE
                   MOVE ZEROES TO MWK-BEFORE-PERIOD
                   MOVE ZEROES TO MWK-IN-PERIOD
                   MOVE ZEROES TO MWK-AFTER-PERIOD
                   PERFORM 2300-ADD-TO-WORK-ENTRY
                   MOVE 1 TO MWK-ENTRY-COUNT
                   WRITE MWK-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-MWK-STATUS NOT = "00"
               SET WS-PARM-ERROR TO TRUE
               SET WS-EOF TO TRUE
               MOVE SPACES TO PROOF-REPORT-RECORD
               STRING "** MRECWRK UPDATE FAILED - STATUS "
                      WS-MWK-STATUS " **"
                   DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
               WRITE PROOF-REPORT-RECORD
           END-IF.

       2300-ADD-TO-WORK-ENTRY.
           EVALUATE TRUE
               WHEN HST-POST-DATE(1:6) < WS-PERIOD-X
                   ADD HST-POSTED-AMOUNT TO MWK-BEFORE-PERIOD
                       ON SIZE ERROR
                           SET WS-PROOF-OVERFLOW TO TRUE
                   END-ADD
               WHEN HST-POST-DATE(1:6) = WS-PERIOD-X
                   ADD HST-POSTED-AMOUNT TO MWK-IN-PERIOD
                       ON SIZE ERROR
                           SET WS-PROOF-OVERFLOW TO TRUE
                   END-ADD
               WHEN OTHER
                   ADD HST-POSTED-AMOUNT TO MWK-AFTER-PERIOD
                       ON SIZE ERROR
                           SET WS-PROOF-OVERFLOW TO TRUE
                   END-ADD
           END-EVALUATE.

      ******************************************************************
      *    GLSUMM MUST BE THE PERIOD'S: ITS FIRST RECORD IS THE       *
      *    PERIOD TOTAL.  THE CONTROL ACCOUNT'S RECORD CARRIES ITS    *
      *    VOUCHER DEBITS AND CREDITS; NONE MEANS THE LEDGER SAW NO   *
      *    VOUCHER LINE FOR IT, WHICH THE PROOF THEN SHOWS.           *
      ******************************************************************
       3000-LOAD-GL-SUMMARY.
           PERFORM 3100-READ-GL-SUMMARY
           IF NOT WS-GLS-EOF
               MOVE GL-SUMMARY-RECORD TO WS-GLSUMM-LINE
               IF WS-GSP-PERIOD = WS-PERIOD-X AND WS-GSP-TOTAL NUMERIC
                   SET WS-GLSUMM-PERIOD-FOUND TO TRUE
                   MOVE WS-GSP-TOTAL TO WS-GLSUMM-TOTAL
                   PERFORM 3100-READ-GL-SUMMARY
                   PERFORM 3200-APPLY-GL-SUMMARY UNTIL WS-GLS-EOF
               END-IF
           END-IF
           IF NOT WS-GLSUMM-PERIOD-FOUND
               SET WS-PARM-ERROR TO TRUE
               MOVE SPACES TO PROOF-REPORT-RECORD
               STRING "** GLSUMM HOLDS NO TOTAL FOR PERIOD "
                      WS-PERIOD-X " - RUN TRNMEND FIRST **"
                   DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
               WRITE PROOF-REPORT-RECORD
           END-IF
           IF WS-GLSUMM-PERIOD-FOUND AND NOT WS-GLSUMM-CONTROL-FOUND
               MOVE SPACES TO PROOF-REPORT-RECORD
               STRING "** CONTROL ACCOUNT " WS-CONTROL-ACCOUNT
                      " NOT ON GLSUMM - NO VOUCHER TOTALS **"
                   DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
               WRITE PROOF-REPORT-RECORD
           END-IF.

       3100-READ-GL-SUMMARY.
           READ GL-SUMMARY-FILE
               AT END
                   SET WS-GLS-EOF TO TRUE
           END-READ.

       3200-APPLY-GL-SUMMARY.
           MOVE GL-SUMMARY-RECORD TO WS-GLSUMM-LINE
           IF WS-GSA-PERIOD = WS-PERIOD-X
                   AND WS-GSA-ACCOUNT = WS-CONTROL-ACCOUNT
                   AND WS-GSA-DEBIT-TOTAL NUMERIC
                   AND WS-GSA-CREDIT-TOTAL NUMERIC
               SET WS-GLSUMM-CONTROL-FOUND TO TRUE
               ADD WS-GSA-DEBIT-TOTAL TO WS-CONTROL-DEBITS
               ADD WS-GSA-CREDIT-TOTAL TO WS-CONTROL-CREDITS
           END-IF
           PERFORM 3100-READ-GL-SUMMARY.

      ******************************************************************
      *    THE MONTH'S EXTRACT LINES BUCKET BY THEIR BUSINESS DATE    *
      *    EXACTLY AS TRNMEND BUCKETS THEM.  CONTROL-ACCOUNT VOUCHER  *
      *    LINES CARRY DEBITS POSITIVE AND CREDITS NEGATIVE, SO THEIR *
      *    SUM IS THE ACCOUNT'S NET DEBIT.                            *
      ******************************************************************
       4000-LOAD-GL-MONTH.
           IF WS-GL-MONTH-AVAILABLE
               PERFORM 4100-READ-GL-MONTH
               PERFORM 4200-APPLY-GL-LINE UNTIL WS-GLM-EOF
           END-IF.

       4100-READ-GL-MONTH.
           READ GL-MONTH-FILE
               AT END
                   SET WS-GLM-EOF TO TRUE
           END-READ.

       4200-APPLY-GL-LINE.
           ADD 1 TO WS-GLMONTH-READ
           MOVE GL-MONTH-RECORD TO GL-EXTRACT-LINE
           MOVE ZEROES TO WS-WORK-DAY
           IF GL-RUN-DATE NUMERIC AND GL-AMOUNT NUMERIC
                   AND GL-RUN-DATE(1:6) = WS-PERIOD-X
               MOVE GL-RUN-DATE(7:2) TO WS-WORK-DAY
           END-IF
           IF WS-WORK-DAY >= 1 AND WS-WORK-DAY <= 31
               ADD 1 TO WS-GLMONTH-APPLIED
               MOVE WS-WORK-DAY TO WS-DAY-SUB
               ADD 1 TO WS-DAY-GL-LINES(WS-DAY-SUB)
               ADD GL-AMOUNT TO WS-DAY-GL-NET(WS-DAY-SUB)
                   ON SIZE ERROR
                       SET WS-PROOF-OVERFLOW TO TRUE
               END-ADD
               ADD GL-AMOUNT TO WS-GLMONTH-TOTAL
                   ON SIZE ERROR
                       SET WS-PROOF-OVERFLOW TO TRUE
               END-ADD
               IF GL-GL-ACCOUNT = WS-CONTROL-ACCOUNT
                       AND (GL-DEBIT-LINE OR GL-CREDIT-LINE)
                   ADD GL-AMOUNT TO WS-DAY-CONTROL-NET(WS-DAY-SUB)
                       ON SIZE ERROR
                           SET WS-PROOF-OVERFLOW TO TRUE
                   END-ADD
                   ADD GL-AMOUNT TO WS-GLMONTH-CONTROL-NET
                       ON SIZE ERROR
                           SET WS-PROOF-OVERFLOW TO TRUE
                   END-ADD
               END-IF
           ELSE
               ADD 1 TO WS-GLMONTH-OUTSIDE
           END-IF
           PERFORM 4100-READ-GL-MONTH.

      ******************************************************************
      *    MATCH THE BALANCE MASTER AND THE SCRATCH FILE IN ACCOUNT   *
      *    ORDER.  EVERY MASTER ACCOUNT IS LISTED WITH ITS CARRYING   *
      *    BALANCE AS AT PERIOD END; AN ACCOUNT ON ONLY ONE SIDE, OR  *
      *    WHOSE CARRYING BALANCE IS NOT ITS BALHIST CLOSING BALANCE, *
      *    IS A BREAK.                                                *
      ******************************************************************
       5000-LIST-ACCOUNTS.
           MOVE "ACCOUNT        OPENING      MOVEMENT       CLOSING"
               TO PROOF-REPORT-RECORD
           MOVE "     CARRYING" TO PROOF-REPORT-RECORD(52:13)
           WRITE PROOF-REPORT-RECORD
           MOVE LOW-VALUES TO MWK-ACCOUNT
           START MONTH-WORK-FILE
               KEY IS NOT LESS THAN MWK-ACCOUNT
           END-START
           IF WS-MWK-STATUS NOT = "00"
               SET WS-WORK-EOF TO TRUE
           END-IF
           PERFORM 5100-READ-WORK
           PERFORM 5200-READ-MASTER
           PERFORM 5300-MATCH-ACCOUNT
               UNTIL WS-BAL-KEY = HIGH-VALUES
                 AND WS-MWK-KEY = HIGH-VALUES.

       5100-READ-WORK.
           IF WS-WORK-EOF
               MOVE HIGH-VALUES TO WS-MWK-KEY
           ELSE
               READ MONTH-WORK-FILE NEXT
                   AT END
                       SET WS-WORK-EOF TO TRUE
                       MOVE HIGH-VALUES TO WS-MWK-KEY
                   NOT AT END
                       MOVE MWK-ACCOUNT TO WS-MWK-KEY
               END-READ
           END-IF.

       5200-READ-MASTER.
           IF WS-BAL-EOF
               MOVE HIGH-VALUES TO WS-BAL-KEY
           ELSE
               READ BALANCE-MASTER NEXT
                   AT END
                       SET WS-BAL-EOF TO TRUE
                       MOVE HIGH-VALUES TO WS-BAL-KEY
                   NOT AT END
                       MOVE BAL-ACCOUNT TO WS-BAL-KEY
               END-READ
           END-IF.

       5300-MATCH-ACCOUNT.
           MOVE SPACES TO WS-ACL-FLAG
           EVALUATE TRUE
               WHEN WS-BAL-KEY = WS-MWK-KEY
                   MOVE WS-BAL-KEY TO WS-ACL-ACCOUNT
                   PERFORM 5400-SET-HISTORY-FIGURES
                   COMPUTE WS-ACCOUNT-CARRYING
                       = BAL-CURRENT-BALANCE - MWK-AFTER-PERIOD
                       ON SIZE ERROR
                           SET WS-PROOF-OVERFLOW TO TRUE
                   END-COMPUTE
                   IF WS-ACCOUNT-CARRYING NOT = WS-ACCOUNT-CLOSING
                       MOVE "** DIFFERS" TO WS-ACL-FLAG
                   END-IF
                   PERFORM 5500-WRITE-ACCOUNT-LINE
                   PERFORM 5200-READ-MASTER
                   PERFORM 5100-READ-WORK
               WHEN WS-BAL-KEY < WS-MWK-KEY
                   MOVE WS-BAL-KEY TO WS-ACL-ACCOUNT
                   MOVE ZEROES TO WS-ACCOUNT-OPENING
                   MOVE ZEROES TO WS-ACCOUNT-MOVEMENT
                   MOVE ZEROES TO WS-ACCOUNT-CLOSING
                   MOVE BAL-CURRENT-BALANCE TO WS-ACCOUNT-CARRYING
                   IF WS-ACCOUNT-CARRYING NOT = ZERO
                       MOVE "** NO BALHIST" TO WS-ACL-FLAG
                   END-IF
                   PERFORM 5500-WRITE-ACCOUNT-LINE
                   PERFORM 5200-READ-MASTER
               WHEN OTHER
                   MOVE WS-MWK-KEY TO WS-ACL-ACCOUNT
                   PERFORM 5400-SET-HISTORY-FIGURES
                   MOVE ZEROES TO WS-ACCOUNT-CARRYING
                   MOVE "** NO BALMSTR" TO WS-ACL-FLAG
                   PERFORM 5500-WRITE-ACCOUNT-LINE
                   PERFORM 5100-READ-WORK
           END-EVALUATE.

       5400-SET-HISTORY-FIGURES.
           COMPUTE WS-ACCOUNT-OPENING
               = MWK-ANCHOR-BALANCE + MWK-BEFORE-PERIOD
               ON SIZE ERROR
                   SET WS-PROOF-OVERFLOW TO TRUE
           END-COMPUTE
           MOVE MWK-IN-PERIOD TO WS-ACCOUNT-MOVEMENT
           COMPUTE WS-ACCOUNT-CLOSING
               = WS-ACCOUNT-OPENING + WS-ACCOUNT-MOVEMENT
               ON SIZE ERROR
                   SET WS-PROOF-OVERFLOW TO TRUE
           END-COMPUTE.

       5500-WRITE-ACCOUNT-LINE.
           ADD 1 TO WS-ACCOUNTS-LISTED
           IF WS-ACL-FLAG NOT = SPACES
               ADD 1 TO WS-ACCOUNTS-DIFFERING
           END-IF
           ADD WS-ACCOUNT-OPENING TO WS-OPENING-TOTAL
               ON SIZE ERROR
                   SET WS-PROOF-OVERFLOW TO TRUE
           END-ADD
           ADD WS-ACCOUNT-MOVEMENT TO WS-MOVEMENT-TOTAL
               ON SIZE ERROR
                   SET WS-PROOF-OVERFLOW TO TRUE
           END-ADD
           ADD WS-ACCOUNT-CLOSING TO WS-CLOSING-TOTAL
               ON SIZE ERROR
                   SET WS-PROOF-OVERFLOW TO TRUE
           END-ADD
           ADD WS-ACCOUNT-CARRYING TO WS-CARRYING-TOTAL
               ON SIZE ERROR
                   SET WS-PROOF-OVERFLOW TO TRUE
           END-ADD
           MOVE WS-ACCOUNT-OPENING TO WS-ACL-OPENING
           MOVE WS-ACCOUNT-MOVEMENT TO WS-ACL-MOVEMENT
           MOVE WS-ACCOUNT-CLOSING TO WS-ACL-CLOSING
           MOVE WS-ACCOUNT-CARRYING TO WS-ACL-CARRYING
           MOVE WS-ACCOUNT-LINE TO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD.

      ******************************************************************
      *    EVERY DAY OF THE PERIOD THAT POSTED OR REACHED THE LEDGER  *
      *    IS LISTED.  A DAY WHOSE POSTINGS DO NOT EQUAL ITS EXTRACT  *
      *    NET OR ITS CONTROL-ACCOUNT VOUCHER NET IS THE DAY THAT     *
      *    DRIFTED.  WITHOUT GLMONTH ONLY THE SUBLEDGER SIDE SHOWS.   *
      ******************************************************************
       6000-LIST-DAYS.
           MOVE "DATE           SUBLEDGER         GL NET"
               TO PROOF-REPORT-RECORD
           MOVE "    CONTROL JV" TO PROOF-REPORT-RECORD(41:14)
           WRITE PROOF-REPORT-RECORD
           PERFORM 6100-WRITE-DAY-LINE
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 31.

       6100-WRITE-DAY-LINE.
           IF WS-DAY-POSTINGS(WS-DAY-SUB) > ZERO
                   OR WS-DAY-GL-LINES(WS-DAY-SUB) > ZERO
               ADD 1 TO WS-DAYS-LISTED
               MOVE 'N' TO WS-DAY-BREAK-FLAG
               MOVE SPACES TO WS-DYL-FLAG
               IF WS-GL-MONTH-AVAILABLE
                   IF WS-DAY-SUBLEDGER(WS-DAY-SUB)
                               NOT = WS-DAY-GL-NET(WS-DAY-SUB)
                           OR WS-DAY-SUBLEDGER(WS-DAY-SUB)
                               NOT = WS-DAY-CONTROL-NET(WS-DAY-SUB)
                       SET WS-DAY-BREAK TO TRUE
                   END-IF
               END-IF
               IF WS-DAY-BREAK
                   ADD 1 TO WS-DAYS-BROKEN
                   MOVE "** BREAK" TO WS-DYL-FLAG
               END-IF
               MOVE WS-DAY-SUB TO WS-WORK-DAY
               COMPUTE WS-DAY-DATE
                   = WS-PERIOD-YYYY * 10000 + WS-PERIOD-MM * 100
                   + WS-WORK-DAY
               MOVE WS-DAY-DATE TO WS-DYL-DATE
               MOVE WS-DAY-SUBLEDGER(WS-DAY-SUB) TO WS-DYL-SUBLEDGER
               MOVE WS-DAY-GL-NET(WS-DAY-SUB) TO WS-DYL-GL-NET
               MOVE WS-DAY-CONTROL-NET(WS-DAY-SUB)
                   TO WS-DYL-CONTROL-NET
               MOVE WS-DAY-LINE TO PROOF-REPORT-RECORD
               WRITE PROOF-REPORT-RECORD
           END-IF.

      ******************************************************************
      *    THE PERIOD LEGS.  THE MOVEMENT MUST EQUAL THE GLSUMM       *
      *    PERIOD TOTAL AND THE CONTROL ACCOUNT'S NET DEBIT; THE      *
      *    CLOSING BALANCE MUST EQUAL WHAT BALMSTR CARRIES AT PERIOD  *
      *    END; AND GLMONTH MUST STILL ADD UP TO GLSUMM (A GLMONTH    *
      *    ADDED TO SINCE TRNMEND RAN LEAVES GLSUMM STALE).           *
      ******************************************************************
       7000-PROVE-PERIOD.
           COMPUTE WS-CONTROL-NET
               = WS-CONTROL-DEBITS - WS-CONTROL-CREDITS
               ON SIZE ERROR
                   SET WS-PROOF-OVERFLOW TO TRUE
           END-COMPUTE
           MOVE "SUBLEDGER OPENING BALANCE:" TO WS-LEG-LABEL
           MOVE WS-OPENING-TOTAL TO WS-LEG-VALUE
           PERFORM 8000-WRITE-LEG-LINE
           MOVE "SUBLEDGER NET MOVEMENT:" TO WS-LEG-LABEL
           MOVE WS-MOVEMENT-TOTAL TO WS-LEG-VALUE
           PERFORM 8000-WRITE-LEG-LINE
           MOVE "SUBLEDGER CLOSING BALANCE:" TO WS-LEG-LABEL
           MOVE WS-CLOSING-TOTAL TO WS-LEG-VALUE
           PERFORM 8000-WRITE-LEG-LINE
           MOVE "BALMSTR CARRYING BALANCE:" TO WS-LEG-LABEL
           MOVE WS-CARRYING-TOTAL TO WS-LEG-VALUE
           PERFORM 8000-WRITE-LEG-LINE
           MOVE "GLSUMM PERIOD TOTAL:" TO WS-LEG-LABEL
           MOVE WS-GLSUMM-TOTAL TO WS-LEG-VALUE
           PERFORM 8000-WRITE-LEG-LINE
           MOVE "GLSUMM CONTROL DEBITS:" TO WS-LEG-LABEL
           MOVE WS-CONTROL-DEBITS TO WS-LEG-VALUE
           PERFORM 8000-WRITE-LEG-LINE
           MOVE "GLSUMM CONTROL CREDITS:" TO WS-LEG-LABEL
           MOVE WS-CONTROL-CREDITS TO WS-LEG-VALUE
           PERFORM 8000-WRITE-LEG-LINE
           MOVE "GLSUMM CONTROL NET DEBIT:" TO WS-LEG-LABEL
           MOVE WS-CONTROL-NET TO WS-LEG-VALUE
           PERFORM 8000-WRITE-LEG-LINE
           IF WS-GL-MONTH-AVAILABLE
               MOVE "GLMONTH EXTRACT TOTAL:" TO WS-LEG-LABEL
               MOVE WS-GLMONTH-TOTAL TO WS-LEG-VALUE
               PERFORM 8000-WRITE-LEG-LINE
               MOVE "GLMONTH CONTROL NET DEBIT:" TO WS-LEG-LABEL
               MOVE WS-GLMONTH-CONTROL-NET TO WS-LEG-VALUE
               PERFORM 8000-WRITE-LEG-LINE
           END-IF
           IF WS-MOVEMENT-TOTAL NOT = WS-GLSUMM-TOTAL
               MOVE "MOVEMENT VS GLSUMM TOTAL" TO WS-BRK-LEG-PAIR
               COMPUTE WS-LEG-DIFFERENCE
                   = WS-MOVEMENT-TOTAL - WS-GLSUMM-TOTAL
               PERFORM 8100-WRITE-BREAK-LINE
           END-IF
           IF WS-MOVEMENT-TOTAL NOT = WS-CONTROL-NET
               MOVE "MOVEMENT VS CONTROL JV" TO WS-BRK-LEG-PAIR
               COMPUTE WS-LEG-DIFFERENCE
                   = WS-MOVEMENT-TOTAL - WS-CONTROL-NET
               PERFORM 8100-WRITE-BREAK-LINE
           END-IF
           IF WS-CLOSING-TOTAL NOT = WS-CARRYING-TOTAL
               MOVE "CLOSING VS BALMSTR" TO WS-BRK-LEG-PAIR
               COMPUTE WS-LEG-DIFFERENCE
                   = WS-CLOSING-TOTAL - WS-CARRYING-TOTAL
               PERFORM 8100-WRITE-BREAK-LINE
           END-IF
           IF WS-GL-MONTH-AVAILABLE
               IF WS-GLMONTH-TOTAL NOT = WS-GLSUMM-TOTAL
                   MOVE "GLMONTH VS GLSUMM TOTAL" TO WS-BRK-LEG-PAIR
                   COMPUTE WS-LEG-DIFFERENCE
                       = WS-GLMONTH-TOTAL - WS-GLSUMM-TOTAL
                   PERFORM 8100-WRITE-BREAK-LINE
               END-IF
               IF WS-GLMONTH-CONTROL-NET NOT = WS-CONTROL-NET
                   MOVE "GLMONTH VS GLSUMM CONTROL" TO WS-BRK-LEG-PAIR
                   COMPUTE WS-LEG-DIFFERENCE
                       = WS-GLMONTH-CONTROL-NET - WS-CONTROL-NET
                   PERFORM 8100-WRITE-BREAK-LINE
               END-IF
           END-IF.

       8000-WRITE-LEG-LINE.
           MOVE WS-LEG-LINE TO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD.

       8100-WRITE-BREAK-LINE.
           ADD 1 TO WS-PERIOD-BREAKS
           MOVE WS-LEG-DIFFERENCE TO WS-BRK-DIFFERENCE
           MOVE WS-BREAK-LINE TO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD.

       8200-WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD.

       9000-FINISH.
           COMPUTE WS-BREAK-COUNT
               = WS-PERIOD-BREAKS + WS-DAYS-BROKEN
               + WS-ACCOUNTS-DIFFERING + WS-HISTORY-UNREADABLE
           IF NOT WS-PARM-ERROR
               MOVE "HISTORY READ:" TO WS-CNT-LABEL
               MOVE WS-HISTORY-READ TO WS-CNT-VALUE
               PERFORM 8200-WRITE-COUNT-LINE
               MOVE "HISTORY BEFORE PERIOD:" TO WS-CNT-LABEL
               MOVE WS-HISTORY-BEFORE TO WS-CNT-VALUE
               PERFORM 8200-WRITE-COUNT-LINE
               MOVE "HISTORY IN PERIOD:" TO WS-CNT-LABEL
               MOVE WS-HISTORY-IN-PERIOD TO WS-CNT-VALUE
               PERFORM 8200-WRITE-COUNT-LINE
               MOVE "HISTORY AFTER PERIOD:" TO WS-CNT-LABEL
               MOVE WS-HISTORY-AFTER TO WS-CNT-VALUE
               PERFORM 8200-WRITE-COUNT-LINE
               MOVE "UNREADABLE HISTORY:" TO WS-CNT-LABEL
               MOVE WS-HISTORY-UNREADABLE TO WS-CNT-VALUE
               PERFORM 8200-WRITE-COUNT-LINE
               MOVE "HISTORY ACCOUNTS:" TO WS-CNT-LABEL
               MOVE WS-HISTORY-ACCOUNTS TO WS-CNT-VALUE
               PERFORM 8200-WRITE-COUNT-LINE
               IF WS-GL-MONTH-AVAILABLE
                   MOVE "GLMONTH LINES IN PERIOD:" TO WS-CNT-LABEL
                   MOVE WS-GLMONTH-APPLIED TO WS-CNT-VALUE
                   PERFORM 8200-WRITE-COUNT-LINE
                   MOVE "GLMONTH LINES OUTSIDE PERIOD:" TO WS-CNT-LABEL
                   MOVE WS-GLMONTH-OUTSIDE TO WS-CNT-VALUE
                   PERFORM 8200-WRITE-COUNT-LINE
               END-IF
               MOVE "ACCOUNTS LISTED:" TO WS-CNT-LABEL
               MOVE WS-ACCOUNTS-LISTED TO WS-CNT-VALUE
               PERFORM 8200-WRITE-COUNT-LINE
               MOVE "ACCOUNTS DIFFERING:" TO WS-CNT-LABEL
               MOVE WS-ACCOUNTS-DIFFERING TO WS-CNT-VALUE
               PERFORM 8200-WRITE-COUNT-LINE
               MOVE "DAYS LISTED:" TO WS-CNT-LABEL
               MOVE WS-DAYS-LISTED TO WS-CNT-VALUE
               PERFORM 8200-WRITE-COUNT-LINE
               MOVE "DAYS WITH BREAKS:" TO WS-CNT-LABEL
               MOVE WS-DAYS-BROKEN TO WS-CNT-VALUE
               PERFORM 8200-WRITE-COUNT-LINE
               IF WS-PROOF-OVERFLOW
                   MOVE "** TOTAL OVERFLOW - FIGURES SUSPECT **"
                       TO PROOF-REPORT-RECORD
                   WRITE PROOF-REPORT-RECORD
               END-IF
               IF WS-BREAK-COUNT = ZERO AND NOT WS-PROOF-OVERFLOW
                   MOVE "SUBLEDGER AGREES WITH LEDGER - PERIOD PROVED"
                       TO PROOF-REPORT-RECORD
               ELSE
                   MOVE "** PERIOD NOT PROVED - SEE BREAKS ABOVE **"
                       TO PROOF-REPORT-RECORD
               END-IF
               WRITE PROOF-REPORT-RECORD
           END-IF
           IF WS-HISTORY-FILE-OPEN
               CLOSE BALANCE-HISTORY
           END-IF
           IF WS-BAL-FILE-OPEN
               CLOSE BALANCE-MASTER
           END-IF
           IF WS-GL-SUMMARY-OPEN
               CLOSE GL-SUMMARY-FILE
           END-IF
           IF WS-GL-MONTH-AVAILABLE
               CLOSE GL-MONTH-FILE
           END-IF
           IF WS-WORK-FILE-OPEN
               CLOSE MONTH-WORK-FILE
           END-IF
           CLOSE PROOF-REPORT-FILE
           PERFORM 9500-WRITE-RUN-STATUS
           DISPLAY "Movement: " WS-MOVEMENT-TOTAL
                   " Breaks: " WS-BREAK-COUNT.

      ******************************************************************
      *    FAILED = THE PROOF COULD NOT BE MADE; SUPPRESSED = MADE,   *
      *    WITH BREAKS LISTED.  ONLY A CLEAN RECORD LETS TRNCHKR      *
      *    ACCEPT THE PERIOD AS CLOSED.                               *
      ******************************************************************
       9500-WRITE-RUN-STATUS.
           OPEN EXTEND RUN-STATUS-FILE
           IF WS-RST-STATUS = "35"
               OPEN OUTPUT RUN-STATUS-FILE
           END-IF
           IF WS-RST-STATUS = "00"
               MOVE "TRNMREC" TO RST-PROGRAM
               MOVE WS-RUN-DATE TO RST-RUN-DATE
               MOVE WS-RUN-TIME TO RST-RUN-TIME
               MOVE "GLPROOF" TO RST-MODE
               MOVE WS-ACCOUNTS-LISTED TO RST-KEY-COUNT-1
               MOVE WS-BREAK-COUNT TO RST-KEY-COUNT-2
               EVALUATE TRUE
                   WHEN WS-PARM-ERROR
                       SET RST-FAILED TO TRUE
                   WHEN WS-BREAK-COUNT > ZERO OR WS-PROOF-OVERFLOW
                       SET RST-SUPPRESSED TO TRUE
                   WHEN OTHER
                       SET RST-CLEAN TO TRUE
               END-EVALUATE
               IF WS-PERIOD-X NUMERIC
                   MOVE WS-PERIOD-X TO RST-PERIOD
               ELSE
                   MOVE SPACES TO RST-PERIOD
               END-IF
               MOVE ZEROES TO RST-EARLIEST-DATE
               MOVE RUN-STATUS-LINE TO RUN-STATUS-RECORD
               WRITE RUN-STATUS-RECORD
               CLOSE RUN-STATUS-FILE
           END-IF.
