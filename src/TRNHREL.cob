      ******************************************************************
      *    PROGRAM:  TRNHREL                                          *
      *    PURPOSE:  SUPERVISOR RELEASE OF CREDIT-LIMIT HOLDS.        *
      *              TRNACUM WRITES A DETAIL TO THE HOLDS FILE        *
      *              (HOLDFILE) INSTEAD OF APPLYING IT WHEN IT WOULD  *
      *              TAKE ITS ACCOUNT PAST ITS ACTREF CREDIT LIMIT    *
      *              AND THE ACCOUNT'S TREATMENT IS HOLD.  THIS RUN   *
      *              APPLIES THE SUPERVISORS' DECISIONS IN HRELFILE,  *
      *              ONE PER LINE, KEYED BY THE DETAIL'S TRAN-KEY AND *
      *              TRAN-CODE:                                       *
      *                  REL KKKKKKKKKK CC SUPERVSR                   *
      *                  DCL KKKKKKKKKK CC SUPERVSR                   *
      *              (ACTION IN COLUMNS 1-3, KEY 5-14, CODE 16-17,    *
      *              SUPERVISOR ID 19-26).  ONLY A HOLD STILL         *
      *              AWAITING A DECISION CAN BE RELEASED OR DECLINED; *
      *              ANY OTHER LINE IS REJECTED TO HRELRPT.  EVERY    *
      *              HOLD RELEASED TODAY IS THEN WRITTEN TO RLSFILE   *
      *              IN TRANFILE FORMAT, MARKED RELEASED              *
      *              (TRAN-LIMIT-RELEASE) AND CARRYING THE HOLDING    *
      *              RUN'S DATE IN TRAN-ORIG-RUN-DATE, AND THE JOB    *
      *              STREAM CONCATENATES IT AHEAD OF THE NEXT DAY'S   *
      *              TRANFILE HEADER (LIKE TRNRSUB'S RSBFILE).        *
      *              TRNACUM APPLIES A RELEASED DETAIL WITHOUT THE    *
      *              LIMIT CHECK.  A RERUN ON THE SAME DAY WRITES     *
      *              THE SAME FEED AGAIN; TRNACUM'S DUPLICATE CHECK   *
      *              KEEPS A SECOND COPY OFF THE ACCOUNT.  A DECLINED *
      *              HOLD IS NEVER POSTED.  HRELRPT CLOSES WITH EVERY *
      *              HOLD STILL AWAITING A DECISION.                  *
      *                                                                *
      *    CHANGE LOG                                                 *
      *    ----------                                                 *
      *    2026-10-15  INITIAL VERSION.                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNHREL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO HOLDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HLD-STATUS.

           SELECT DECISION-FILE ASSIGN TO HRELFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.

           SELECT RELEASE-FILE ASSIGN TO RLSFILE
               ORGANIZATION IS SEQUENTIAL.

           SELECT RELEASE-REPORT-FILE ASSIGN TO HRELRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       COPY HOLDREC.

       FD  DECISION-FILE
           RECORDING MODE IS F.
       01  DECISION-RECORD             PIC X(80).

       FD  RELEASE-FILE
           RECORDING MODE IS F.
       COPY TRANREC.

       FD  RELEASE-REPORT-FILE
           RECORDING MODE IS F.
       01  RELEASE-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
               88  WS-EOF                      VALUE 'Y'.
           05  WS-HLD-AVAIL-FLAG       PIC X(01) VALUE 'N'.
               88  WS-HOLD-FILE-AVAILABLE      VALUE 'Y'.
           05  WS-HLD-ERROR-FLAG       PIC X(01) VALUE 'N'.
               88  WS-HOLD-FILE-ERROR          VALUE 'Y'.
           05  WS-DEC-VALID-FLAG       PIC X(01) VALUE 'Y'.
               88  WS-DECISION-VALID           VALUE 'Y'.

       01  WS-HLD-STATUS               PIC X(02).
       01  WS-DEC-STATUS               PIC X(02).

       01  WS-RUN-CONTROL.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZEROES.
           05  WS-RUN-TIME             PIC 9(08) VALUE ZEROES.
           05  WS-ERROR-MSG            PIC X(41) VALUE SPACES.

      ******************************************************************
      *    ONE SUPERVISOR DECISION.                                   *
      ******************************************************************
       01  WS-DECISION-WORK.
           05  WS-DEC-ACTION           PIC X(03).
               88  WS-DEC-RELEASE              VALUE "REL".
               88  WS-DEC-DECLINE              VALUE "DCL".
           05  FILLER                  PIC X(01).
           05  WS-DEC-TRAN-KEY         PIC X(10).
           05  FILLER                  PIC X(01).
           05  WS-DEC-TRAN-CODE        PIC X(02).
           05  FILLER                  PIC X(01).
           05  WS-DEC-SUPERVISOR       PIC X(08).
           05  FILLER                  PIC X(54).

       01  WS-RELEASE-COUNTS.
           05  WS-DECISIONS-READ       PIC 9(7) VALUE ZEROES.
           05  WS-RELEASED-COUNT       PIC 9(7) VALUE ZEROES.
           05  WS-DECLINED-COUNT       PIC 9(7) VALUE ZEROES.
           05  WS-DECISIONS-REJECTED   PIC 9(7) VALUE ZEROES.
           05  WS-FED-COUNT            PIC 9(7) VALUE ZEROES.
           05  WS-AWAITING-COUNT       PIC 9(7) VALUE ZEROES.
           05  WS-FED-TOTAL            PIC S9(9)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-AWAITING-TOTAL       PIC S9(9)V99 COMP-3
                                       VALUE ZEROES.

       01  WS-REPORT-LINE.
           05  WS-RPT-ACTION           PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RPT-KEY              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RPT-CODE             PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RPT-ACCOUNT          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RPT-NET              PIC -(7)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RPT-MSG              PIC X(41).

       01  WS-HOLD-LINE.
           05  WS-HLN-ACCOUNT          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-HLN-KEY              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-HLN-CODE             PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-HLN-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-HLN-NET              PIC -(7)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-HLN-PROJECTED        PIC -(9)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-HLN-LIMIT            PIC Z(6)9.99.
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(24).
           05  WS-TOT-VALUE            PIC -(6)9.
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  WS-TOTAL-AMOUNT-LINE.
           05  WS-TOT-AMT-LABEL        PIC X(24).
           05  WS-TOT-AMT-VALUE        PIC -(9)9.99.
           05  FILLER                  PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-HOLD-FILE-AVAILABLE
               PERFORM 2000-APPLY-DECISIONS
               PERFORM 3000-WRITE-RELEASES
           END-IF
           PERFORM 9000-FINISH
           STOP RUN.

      ******************************************************************
      *    WITHOUT A HOLDS FILE THERE IS NOTHING TO DECIDE.  THE      *
      *    RELEASE FEED IS STILL OPENED SO THE JOB STREAM FINDS AN    *
      *    EMPTY FILE TO CONCATENATE.                                 *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT RELEASE-REPORT-FILE
           OPEN OUTPUT RELEASE-FILE
           MOVE SPACES TO RELEASE-REPORT-RECORD
           STRING "CREDIT LIMIT HOLD RELEASE " WS-RUN-DATE
               DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD
           WRITE RELEASE-REPORT-RECORD
           OPEN I-O HOLD-FILE
           IF WS-HLD-STATUS = "00"
               SET WS-HOLD-FILE-AVAILABLE TO TRUE
           ELSE
               IF WS-HLD-STATUS NOT NUMERIC
                   MOVE "99" TO WS-HLD-STATUS
               END-IF
               MOVE SPACES TO RELEASE-REPORT-RECORD
               STRING "HOLDFILE UNAVAILABLE - STATUS " WS-HLD-STATUS
                      " - NOTHING RELEASED"
                   DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD
               WRITE RELEASE-REPORT-RECORD
           END-IF.

       2000-APPLY-DECISIONS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DECISION-FILE
           IF WS-DEC-STATUS NOT = "00"
               MOVE "HRELFILE NOT FOUND - NO DECISIONS APPLIED"
                   TO RELEASE-REPORT-RECORD
               WRITE RELEASE-REPORT-RECORD
           ELSE
               PERFORM 2100-APPLY-ONE-DECISION UNTIL WS-EOF
               CLOSE DECISION-FILE
           END-IF.

       2100-APPLY-ONE-DECISION.
           READ DECISION-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF DECISION-RECORD NOT = SPACES
                       ADD 1 TO WS-DECISIONS-READ
                       MOVE DECISION-RECORD TO WS-DECISION-WORK
                       PERFORM 2200-EDIT-DECISION
                   END-IF
           END-READ.

       2200-EDIT-DECISION.
           SET WS-DECISION-VALID TO TRUE
           MOVE SPACES TO WS-ERROR-MSG
           MOVE WS-DEC-ACTION TO WS-RPT-ACTION
           MOVE WS-DEC-TRAN-KEY TO WS-RPT-KEY
           MOVE WS-DEC-TRAN-CODE TO WS-RPT-CODE
           MOVE SPACES TO WS-RPT-ACCOUNT
           MOVE ZEROES TO WS-RPT-NET
           IF NOT WS-DEC-RELEASE AND NOT WS-DEC-DECLINE
               MOVE 'N' TO WS-DEC-VALID-FLAG
               MOVE "UNKNOWN ACTION - REJECTED" TO WS-ERROR-MSG
           END-IF
           IF WS-DECISION-VALID
               IF WS-DEC-TRAN-KEY = SPACES
                   MOVE 'N' TO WS-DEC-VALID-FLAG
                   MOVE "TRAN-KEY MISSING - REJECTED" TO WS-ERROR-MSG
               END-IF
           END-IF
           IF WS-DECISION-VALID
               IF WS-DEC-SUPERVISOR = SPACES
                   MOVE 'N' TO WS-DEC-VALID-FLAG
                   MOVE "SUPERVISOR ID MISSING - REJECTED"
                       TO WS-ERROR-MSG
               END-IF
           END-IF
           IF WS-DECISION-VALID
               PERFORM 2300-LOCATE-HOLD
           END-IF
           IF WS-DECISION-VALID
               PERFORM 2400-APPLY-DECISION
           END-IF
           IF NOT WS-DECISION-VALID
               ADD 1 TO WS-DECISIONS-REJECTED
               MOVE WS-ERROR-MSG TO WS-RPT-MSG
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       2300-LOCATE-HOLD.
           MOVE WS-DEC-TRAN-KEY TO HLD-TRAN-KEY
           MOVE WS-DEC-TRAN-CODE TO HLD-TRAN-CODE
           READ HOLD-FILE
           IF WS-HLD-STATUS NOT = "00"
               MOVE 'N' TO WS-DEC-VALID-FLAG
               MOVE "HOLD NOT ON FILE - REJECTED" TO WS-ERROR-MSG
           ELSE
               MOVE HLD-ACCOUNT TO WS-RPT-ACCOUNT
               MOVE HLD-BASE-NET TO WS-RPT-NET
               IF NOT HLD-AWAITING
                   MOVE 'N' TO WS-DEC-VALID-FLAG
                   MOVE "HOLD ALREADY DECIDED - REJECTED"
                       TO WS-ERROR-MSG
               END-IF
           END-IF.

       2400-APPLY-DECISION.
           IF WS-DEC-RELEASE
               SET HLD-RELEASED TO TRUE
           ELSE
               SET HLD-DECLINED TO TRUE
           END-IF
           MOVE WS-RUN-DATE TO HLD-RELEASE-DATE
           MOVE WS-DEC-SUPERVISOR TO HLD-RELEASED-BY
           REWRITE HLD-RECORD
           IF WS-HLD-STATUS = "00"
               IF WS-DEC-RELEASE
                   ADD 1 TO WS-RELEASED-COUNT
                   MOVE "RELEASED" TO WS-RPT-MSG
               ELSE
                   ADD 1 TO WS-DECLINED-COUNT
                   MOVE "DECLINED" TO WS-RPT-MSG
               END-IF
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               SET WS-HOLD-FILE-ERROR TO TRUE
               MOVE 'N' TO WS-DEC-VALID-FLAG
               MOVE SPACES TO WS-ERROR-MSG
               STRING "HOLDFILE REWRITE FAILED - STATUS "
                      WS-HLD-STATUS
                   DELIMITED BY SIZE INTO WS-ERROR-MSG
           END-IF.

      ******************************************************************
      *    ONE PASS OVER THE HOLDS FILE WRITES THE DAY'S RELEASES TO  *
      *    THE FEED AND LISTS THE HOLDS STILL AWAITING A DECISION.    *
      ******************************************************************
       3000-WRITE-RELEASES.
           MOVE "HOLDS AWAITING RELEASE" TO RELEASE-REPORT-RECORD
           WRITE RELEASE-REPORT-RECORD
           MOVE "ACCOUNT  TRAN-KEY   CD HELD ON          NET"
               TO RELEASE-REPORT-RECORD
           MOVE "    PROJECTED      LIMIT"
               TO RELEASE-REPORT-RECORD(45:24)
           WRITE RELEASE-REPORT-RECORD
           MOVE 'N' TO WS-EOF-FLAG
           MOVE LOW-VALUES TO HLD-KEY
           START HOLD-FILE
               KEY IS NOT LESS THAN HLD-KEY
           END-START
           IF WS-HLD-STATUS = "00"
               PERFORM 3100-PROCESS-HOLD UNTIL WS-EOF
           END-IF.

       3100-PROCESS-HOLD.
           READ HOLD-FILE NEXT
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN HLD-RELEASED
                           IF HLD-RELEASE-DATE = WS-RUN-DATE
                               PERFORM 3200-WRITE-RELEASED-DETAIL
                           END-IF
                       WHEN HLD-AWAITING
                           PERFORM 3300-LIST-AWAITING-HOLD
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      ******************************************************************
      *    A DETAIL THAT ALREADY CARRIES A REJECTING RUN'S DATE KEEPS *
      *    IT, AS TRNRSUB DOES.                                       *
      ******************************************************************
       3200-WRITE-RELEASED-DETAIL.
           MOVE HLD-ORIG-RECORD TO TRAN-RECORD
           SET TRAN-LIMIT-RELEASED TO TRUE
           IF TRAN-ORIG-RUN-DATE NOT NUMERIC
                   OR TRAN-ORIG-RUN-DATE = ZERO
               MOVE HLD-RUN-DATE TO TRAN-ORIG-RUN-DATE
           END-IF
           WRITE TRAN-RECORD
           ADD 1 TO WS-FED-COUNT
           ADD HLD-BASE-NET TO WS-FED-TOTAL.

       3300-LIST-AWAITING-HOLD.
           ADD 1 TO WS-AWAITING-COUNT
           ADD HLD-BASE-NET TO WS-AWAITING-TOTAL
           MOVE HLD-ACCOUNT TO WS-HLN-ACCOUNT
           MOVE HLD-TRAN-KEY TO WS-HLN-KEY
           MOVE HLD-TRAN-CODE TO WS-HLN-CODE
           MOVE HLD-RUN-DATE TO WS-HLN-RUN-DATE
           MOVE HLD-BASE-NET TO WS-HLN-NET
           MOVE HLD-PROJECTED-BALANCE TO WS-HLN-PROJECTED
           MOVE HLD-CREDIT-LIMIT TO WS-HLN-LIMIT
           MOVE WS-HOLD-LINE TO RELEASE-REPORT-RECORD
           WRITE RELEASE-REPORT-RECORD.

       8000-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RELEASE-REPORT-RECORD
           WRITE RELEASE-REPORT-RECORD
           MOVE SPACES TO WS-RPT-MSG.

       8200-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO RELEASE-REPORT-RECORD
           WRITE RELEASE-REPORT-RECORD.

       8210-WRITE-TOTAL-AMOUNT-LINE.
           MOVE WS-TOTAL-AMOUNT-LINE TO RELEASE-REPORT-RECORD
           WRITE RELEASE-REPORT-RECORD.

       9000-FINISH.
           MOVE "DECISIONS READ:" TO WS-TOT-LABEL
           MOVE WS-DECISIONS-READ TO WS-TOT-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "RELEASED:" TO WS-TOT-LABEL
           MOVE WS-RELEASED-COUNT TO WS-TOT-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "DECLINED:" TO WS-TOT-LABEL
           MOVE WS-DECLINED-COUNT TO WS-TOT-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "DECISIONS REJECTED:" TO WS-TOT-LABEL
           MOVE WS-DECISIONS-REJECTED TO WS-TOT-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "DETAILS FED TO RLSFILE:" TO WS-TOT-LABEL
           MOVE WS-FED-COUNT TO WS-TOT-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "  NET FED:" TO WS-TOT-AMT-LABEL
           MOVE WS-FED-TOTAL TO WS-TOT-AMT-VALUE
           PERFORM 8210-WRITE-TOTAL-AMOUNT-LINE
           MOVE "HOLDS AWAITING:" TO WS-TOT-LABEL
           MOVE WS-AWAITING-COUNT TO WS-TOT-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "  NET AWAITING:" TO WS-TOT-AMT-LABEL
           MOVE WS-AWAITING-TOTAL TO WS-TOT-AMT-VALUE
           PERFORM 8210-WRITE-TOTAL-AMOUNT-LINE
           IF WS-HOLD-FILE-ERROR
               MOVE "** HOLDFILE I-O ERROR - SEE DECISIONS ABOVE **"
                   TO RELEASE-REPORT-RECORD
               WRITE RELEASE-REPORT-RECORD
           END-IF
           IF WS-HOLD-FILE-AVAILABLE
               CLOSE HOLD-FILE
           END-IF
           CLOSE RELEASE-FILE
           CLOSE RELEASE-REPORT-FILE
           DISPLAY "Released: " WS-RELEASED-COUNT
                   " Declined: " WS-DECLINED-COUNT
                   " Fed: " WS-FED-COUNT
                   " Awaiting: " WS-AWAITING-COUNT.
