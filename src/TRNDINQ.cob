      ******************************************************************
      *    PROGRAM:  TRNDINQ                                          *
      *    PURPOSE:  ACCOUNT DRILL-DOWN INQUIRY.  FOR ONE ACCOUNT AND *
      *              A RANGE OF BUSINESS DATES, LISTS EACH DAY'S      *
      *              BALANCE HISTORY MOVEMENT (BALHIST, APPENDED BY   *
      *              TRNPOST) WITH THE INDIVIDUAL TRANSACTIONS THAT   *
      *              MADE IT UP (PSTDTL, WRITTEN BY TRNACUM), AND     *
      *              PROVES EACH DAY'S DETAIL TOTAL AGAINST THE NET   *
      *              POSTED.  CRITERIA COME FROM THE COMMAND LINE AS  *
      *              SPACE-SEPARATED TOKENS, IN THE TRNSTMT STYLE:    *
      *                  ACCT=AAAAAAAA   (REQUIRED)                   *
      *                  FROM=YYYYMMDD   (OPTIONAL, DEFAULT ALL)      *
      *                  TO=YYYYMMDD     (OPTIONAL, DEFAULT ALL)      *
      *              BALHIST IS IN POSTING ORDER, NOT DATE ORDER, SO  *
      *              THE ACCOUNT'S POSTINGS ARE FIRST FOLDED INTO A   *
      *              SCRATCH FILE (DAYWRK) ONE ENTRY PER BUSINESS     *
      *              DATE; DATES CARRYING POSTED DETAILS BUT NO       *
      *              POSTING ARE ADDED FROM PSTDTL.  EACH DAY THEN    *
      *              PRINTS ITS NET POSTED AND RESULTING BALANCE,     *
      *              ITS DETAILS, AND THE DETAIL TOTAL, FLAGGED       *
      *              WHERE THE TWO DISAGREE.  OUTPUT ON DINQRPT.      *
      *                                                                *
      *    CHANGE LOG                                                 *
      *    ----------                                                 *
      *    2026-10-15  INITIAL VERSION.                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNDINQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-HISTORY ASSIGN TO BALHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BHS-STATUS.

           SELECT POSTED-DETAIL-FILE ASSIGN TO PSTDTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDT-KEY
               FILE STATUS IS WS-PDT-STATUS.

           SELECT DAY-WORK-FILE ASSIGN TO DAYWRK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DWK-DATE
               FILE STATUS IS WS-DWK-STATUS.

           SELECT INQUIRY-REPORT-FILE ASSIGN TO DINQRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-HISTORY
           RECORDING MODE IS F.
       COPY BALHIST.

       FD  POSTED-DETAIL-FILE.
       COPY PSTDTL.

      ******************************************************************
      *    ONE ENTRY PER BUSINESS DATE: THE NET OF THE ACCOUNT'S      *
      *    POSTINGS FOR THE DATE, HOW MANY THERE WERE, AND THE        *
      *    BALANCE THE LAST OF THEM LEFT.                             *
      ******************************************************************
       FD  DAY-WORK-FILE.
       01  DWK-RECORD.
           05  DWK-DATE                PIC 9(08).
           05  DWK-POSTED              PIC S9(9)V99 COMP-3.
           05  DWK-POST-COUNT          PIC 9(7) COMP.
           05  DWK-BALANCE             PIC S9(9)V99 COMP-3.

       FD  INQUIRY-REPORT-FILE
           RECORDING MODE IS F.
       01  INQUIRY-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
               88  WS-EOF                      VALUE 'Y'.
           05  WS-PARM-ERROR-FLAG      PIC X(01) VALUE 'N'.
               88  WS-PARM-ERROR               VALUE 'Y'.
           05  WS-TOTAL-OVERFLOW-FLAG  PIC X(01) VALUE 'N'.
               88  WS-TOTAL-OVERFLOW           VALUE 'Y'.
           05  WS-WORK-ERROR-FLAG      PIC X(01) VALUE 'N'.
               88  WS-WORK-FILE-ERROR          VALUE 'Y'.
           05  WS-DETAIL-EOF-FLAG      PIC X(01) VALUE 'N'.
               88  WS-DETAIL-EOF               VALUE 'Y'.
           05  WS-DAY-EOF-FLAG         PIC X(01) VALUE 'N'.
               88  WS-DAY-EOF                  VALUE 'Y'.

       01  WS-BHS-STATUS               PIC X(02).
       01  WS-PDT-STATUS               PIC X(02).
       01  WS-DWK-STATUS               PIC X(02).

       01  WS-SELECTION-PARMS.
           05  WS-PARM-LINE            PIC X(80) VALUE SPACES.
           05  WS-PARM-TOKEN-1         PIC X(20) VALUE SPACES.
           05  WS-PARM-TOKEN-2         PIC X(20) VALUE SPACES.
           05  WS-PARM-TOKEN-3         PIC X(20) VALUE SPACES.
           05  WS-TOKEN-WORK           PIC X(20) VALUE SPACES.
           05  WS-TOKEN-NAME           PIC X(08) VALUE SPACES.
           05  WS-TOKEN-VALUE          PIC X(20) VALUE SPACES.
           05  WS-SEL-ACCOUNT          PIC X(08) VALUE SPACES.
           05  WS-SEL-FROM-DATE        PIC 9(08) VALUE ZEROES.
           05  WS-SEL-TO-DATE          PIC 9(08) VALUE 99999999.

       01  WS-DAY-TOTALS.
           05  WS-DAY-DETAIL-TOTAL     PIC S9(9)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-DAY-DETAIL-COUNT     PIC 9(7) VALUE ZEROES.
           05  WS-DAY-DIFFERENCE       PIC S9(9)V99 COMP-3
                                       VALUE ZEROES.

       01  WS-INQUIRY-TOTALS.
           05  WS-NET-MOVEMENT         PIC S9(11)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-DETAIL-TOTAL         PIC S9(11)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-RECORDS-READ         PIC 9(7) VALUE ZEROES.
           05  WS-DAYS-LISTED          PIC 9(7) VALUE ZEROES.
           05  WS-DETAILS-LISTED       PIC 9(7) VALUE ZEROES.
           05  WS-DAYS-IN-ERROR        PIC 9(7) VALUE ZEROES.

       01  WS-DAY-LINE.
           05  WS-DAY-DATE             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DAY-POSTED           PIC -(9)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DAY-BALANCE          PIC -(9)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DAY-POSTINGS         PIC -(3)9.
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-DTL-TRAN-KEY         PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-TRAN-CODE        PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-SOURCE-ID        PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-CURRENCY         PIC X(03).
           05  WS-DTL-ORIG-NET         PIC -(6)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-BASE-NET         PIC -(7)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-JOB-ID           PIC X(08).
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  WS-DTL-ORIG-WORK            PIC S9(7)V99 COMP-3
                                       VALUE ZEROES.

       01  WS-CHECK-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "DETAILS ".
           05  WS-CHK-COUNT            PIC -(5)9.
           05  FILLER                  PIC X(08) VALUE "  TOTAL ".
           05  WS-CHK-TOTAL            PIC -(9)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CHK-FLAG             PIC X(16) VALUE SPACES.
           05  WS-CHK-DIFFERENCE       PIC -(9)9.99.
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(20).
           05  WS-TOT-VALUE            PIC -(10)9.99.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL            PIC X(20).
           05  WS-CNT-VALUE            PIC -(6)9.
           05  FILLER                  PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FOLD-HISTORY UNTIL WS-EOF
           IF NOT WS-PARM-ERROR
               PERFORM 2500-ADD-DETAIL-DAYS
               PERFORM 3000-LIST-DAYS
           END-IF
           PERFORM 9000-FINISH
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT INQUIRY-REPORT-FILE
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
               INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2 WS-PARM-TOKEN-3
           MOVE WS-PARM-TOKEN-1 TO WS-TOKEN-WORK
           PERFORM 1100-APPLY-CRITERION
           MOVE WS-PARM-TOKEN-2 TO WS-TOKEN-WORK
           PERFORM 1100-APPLY-CRITERION
           MOVE WS-PARM-TOKEN-3 TO WS-TOKEN-WORK
           PERFORM 1100-APPLY-CRITERION
           IF WS-SEL-ACCOUNT = SPACES
               SET WS-PARM-ERROR TO TRUE
               SET WS-EOF TO TRUE
               MOVE "** ACCT= CRITERION REQUIRED **"
                   TO INQUIRY-REPORT-RECORD
               WRITE INQUIRY-REPORT-RECORD
           ELSE
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               STRING "DRILL-DOWN FOR ACCOUNT " WS-SEL-ACCOUNT
                      " FROM " WS-SEL-FROM-DATE
                      " TO " WS-SEL-TO-DATE
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
               WRITE INQUIRY-REPORT-RECORD
               PERFORM 1200-OPEN-FILES
           END-IF.

       1100-APPLY-CRITERION.
           IF WS-TOKEN-WORK NOT = SPACES
               MOVE SPACES TO WS-TOKEN-NAME
               MOVE SPACES TO WS-TOKEN-VALUE
               UNSTRING WS-TOKEN-WORK DELIMITED BY "="
                   INTO WS-TOKEN-NAME WS-TOKEN-VALUE
               EVALUATE WS-TOKEN-NAME
                   WHEN "ACCT"
                       MOVE WS-TOKEN-VALUE TO WS-SEL-ACCOUNT
                   WHEN "FROM"
                       IF WS-TOKEN-VALUE(1:8) NUMERIC
                           MOVE WS-TOKEN-VALUE(1:8)
                               TO WS-SEL-FROM-DATE
                       END-IF
                   WHEN "TO"
                       IF WS-TOKEN-VALUE(1:8) NUMERIC
                           MOVE WS-TOKEN-VALUE(1:8)
                               TO WS-SEL-TO-DATE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      ******************************************************************
      *    ALL THREE FILES ARE NEEDED: WITHOUT THE POSTED-DETAIL FILE *
      *    THERE IS NOTHING TO DRILL DOWN TO (TRNSTMT ALREADY LISTS   *
      *    THE MOVEMENT ON ITS OWN).  THE SCRATCH FILE IS EMPTIED     *
      *    EVERY RUN.                                                 *
      ******************************************************************
       1200-OPEN-FILES.
           OPEN INPUT BALANCE-HISTORY
           IF WS-BHS-STATUS NOT = "00"
               SET WS-PARM-ERROR TO TRUE
               SET WS-EOF TO TRUE
               MOVE "** BALHIST COULD NOT BE OPENED **"
                   TO INQUIRY-REPORT-RECORD
               WRITE INQUIRY-REPORT-RECORD
           ELSE
               OPEN INPUT POSTED-DETAIL-FILE
               IF WS-PDT-STATUS NOT = "00"
                   SET WS-PARM-ERROR TO TRUE
                   SET WS-EOF TO TRUE
                   MOVE SPACES TO INQUIRY-REPORT-RECORD
                   STRING "** PSTDTL COULD NOT BE OPENED - STATUS "
                          WS-PDT-STATUS " **"
                       DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
                   WRITE INQUIRY-REPORT-RECORD
                   CLOSE BALANCE-HISTORY
               ELSE
                   OPEN OUTPUT DAY-WORK-FILE
                   IF WS-DWK-STATUS = "00"
                       CLOSE DAY-WORK-FILE
                       OPEN I-O DAY-WORK-FILE
                   END-IF
                   IF WS-DWK-STATUS NOT = "00"
                       SET WS-PARM-ERROR TO TRUE
                       SET WS-EOF TO TRUE
                       MOVE SPACES TO INQUIRY-REPORT-RECORD
                       STRING "** DAYWRK OPEN FAILED - STATUS "
                              WS-DWK-STATUS " **"
                           DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
                       WRITE INQUIRY-REPORT-RECORD
                       CLOSE BALANCE-HISTORY
                       CLOSE POSTED-DETAIL-FILE
                   ELSE
                       PERFORM 2100-READ-HISTORY
                   END-IF
               END-IF
           END-IF.

       2000-FOLD-HISTORY.
           ADD 1 TO WS-RECORDS-READ
           IF HST-ACCOUNT = WS-SEL-ACCOUNT
                   AND HST-POST-DATE NOT < WS-SEL-FROM-DATE
                   AND HST-POST-DATE NOT > WS-SEL-TO-DATE
               PERFORM 2200-FOLD-POSTING
           END-IF
           PERFORM 2100-READ-HISTORY.

       2100-READ-HISTORY.
           READ BALANCE-HISTORY
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2200-FOLD-POSTING.
           MOVE HST-POST-DATE TO DWK-DATE
           READ DAY-WORK-FILE
           EVALUATE WS-DWK-STATUS
               WHEN "00"
                   ADD HST-POSTED-AMOUNT TO DWK-POSTED
                       ON SIZE ERROR
                           SET WS-TOTAL-OVERFLOW TO TRUE
                   END-ADD
                   ADD 1 TO DWK-POST-COUNT
                   MOVE HST-NEW-BALANCE TO DWK-BALANCE
                   REWRITE DWK-RECORD
               WHEN "23"
                   MOVE HST-POST-DATE TO DWK-DATE
                   MOVE HST-POSTED-AMOUNT TO DWK-POSTED
                   MOVE 1 TO DWK-POST-COUNT
                   MOVE HST-NEW-BALANCE TO DWK-BALANCE
                   WRITE DWK-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-DWK-STATUS NOT = "00"
               PERFORM 8100-DAY-WORK-ERROR
           END-IF.

      ******************************************************************
      *    A BUSINESS DATE WITH POSTED DETAILS BUT NO POSTING (THE    *
      *    RUN WITHHELD ITS ACCTOTLS, OR TRNPOST REFUSED THE TOTAL)   *
      *    GETS AN EMPTY DAY ENTRY SO IT IS LISTED AND FLAGGED TOO.   *
      ******************************************************************
       2500-ADD-DETAIL-DAYS.
           MOVE 'N' TO WS-DETAIL-EOF-FLAG
           MOVE WS-SEL-ACCOUNT TO PDT-ACCOUNT
           MOVE WS-SEL-FROM-DATE TO PDT-EFF-DATE
           MOVE LOW-VALUES TO PDT-TRAN-KEY
           MOVE LOW-VALUES TO PDT-TRAN-CODE
           START POSTED-DETAIL-FILE
               KEY IS NOT LESS THAN PDT-KEY
           END-START
           IF WS-PDT-STATUS = "00"
               PERFORM 2510-ADD-DETAIL-DAY UNTIL WS-DETAIL-EOF
           END-IF.

       2510-ADD-DETAIL-DAY.
           PERFORM 2600-READ-NEXT-DETAIL
           IF NOT WS-DETAIL-EOF
               MOVE PDT-EFF-DATE TO DWK-DATE
               READ DAY-WORK-FILE
               IF WS-DWK-STATUS = "23"
                   MOVE PDT-EFF-DATE TO DWK-DATE
                   MOVE ZEROES TO DWK-POSTED
                   MOVE ZEROES TO DWK-POST-COUNT
                   MOVE ZEROES TO DWK-BALANCE
                   WRITE DWK-RECORD
               END-IF
               IF WS-DWK-STATUS NOT = "00"
                   PERFORM 8100-DAY-WORK-ERROR
               END-IF
           END-IF.

      ******************************************************************
      *    NEXT POSTED DETAIL FOR THE ACCOUNT INSIDE THE DATE RANGE;  *
      *    THE KEY ORDER MEANS THE FIRST ONE PAST EITHER ENDS IT.     *
      ******************************************************************
       2600-READ-NEXT-DETAIL.
           READ POSTED-DETAIL-FILE NEXT
               AT END
                   SET WS-DETAIL-EOF TO TRUE
           END-READ
           IF NOT WS-DETAIL-EOF
               IF WS-PDT-STATUS NOT = "00"
                       OR PDT-ACCOUNT NOT = WS-SEL-ACCOUNT
                       OR PDT-EFF-DATE > WS-SEL-TO-DATE
                   SET WS-DETAIL-EOF TO TRUE
               END-IF
           END-IF.

       3000-LIST-DAYS.
           MOVE "DATE             POSTED        BALANCE POSTS"
               TO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD
           MOVE "    TRAN-KEY   CD SOURCE     CUR"
               TO INQUIRY-REPORT-RECORD
           MOVE "ORIGINAL        BASE RUN DATE JOB ID"
               TO INQUIRY-REPORT-RECORD(35:46)
           WRITE INQUIRY-REPORT-RECORD
           MOVE 'N' TO WS-DAY-EOF-FLAG
           MOVE ZEROES TO DWK-DATE
           START DAY-WORK-FILE
               KEY IS NOT LESS THAN DWK-DATE
           END-START
           IF WS-DWK-STATUS = "00"
               PERFORM 3100-LIST-DAY UNTIL WS-DAY-EOF
           END-IF.

       3100-LIST-DAY.
           READ DAY-WORK-FILE NEXT
               AT END
                   SET WS-DAY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DAYS-LISTED
                   ADD DWK-POSTED TO WS-NET-MOVEMENT
                       ON SIZE ERROR
                           SET WS-TOTAL-OVERFLOW TO TRUE
                   END-ADD
                   MOVE DWK-DATE TO WS-DAY-DATE
                   MOVE DWK-POSTED TO WS-DAY-POSTED
                   MOVE DWK-BALANCE TO WS-DAY-BALANCE
                   MOVE DWK-POST-COUNT TO WS-DAY-POSTINGS
                   MOVE WS-DAY-LINE TO INQUIRY-REPORT-RECORD
                   WRITE INQUIRY-REPORT-RECORD
                   PERFORM 3200-LIST-DAY-DETAILS
                   PERFORM 3300-CHECK-DAY
           END-READ.

       3200-LIST-DAY-DETAILS.
           MOVE ZEROES TO WS-DAY-DETAIL-TOTAL
           MOVE ZEROES TO WS-DAY-DETAIL-COUNT
           MOVE 'N' TO WS-DETAIL-EOF-FLAG
           MOVE WS-SEL-ACCOUNT TO PDT-ACCOUNT
           MOVE DWK-DATE TO PDT-EFF-DATE
           MOVE LOW-VALUES TO PDT-TRAN-KEY
           MOVE LOW-VALUES TO PDT-TRAN-CODE
           START POSTED-DETAIL-FILE
               KEY IS NOT LESS THAN PDT-KEY
           END-START
           IF WS-PDT-STATUS = "00"
               PERFORM 2600-READ-NEXT-DETAIL
               PERFORM 3210-LIST-DETAIL UNTIL WS-DETAIL-EOF
           END-IF.

       3210-LIST-DETAIL.
           IF PDT-EFF-DATE NOT = DWK-DATE
               SET WS-DETAIL-EOF TO TRUE
           ELSE
               ADD 1 TO WS-DAY-DETAIL-COUNT
               ADD 1 TO WS-DETAILS-LISTED
               ADD PDT-BASE-NET TO WS-DAY-DETAIL-TOTAL
                   ON SIZE ERROR
                       SET WS-TOTAL-OVERFLOW TO TRUE
               END-ADD
               MOVE PDT-TRAN-KEY TO WS-DTL-TRAN-KEY
               MOVE PDT-TRAN-CODE TO WS-DTL-TRAN-CODE
               MOVE PDT-SOURCE-ID TO WS-DTL-SOURCE-ID
               MOVE PDT-CURRENCY-CODE TO WS-DTL-CURRENCY
               COMPUTE WS-DTL-ORIG-WORK
                   = PDT-ORIG-AMOUNT-1 + PDT-ORIG-AMOUNT-2
               MOVE WS-DTL-ORIG-WORK TO WS-DTL-ORIG-NET
               MOVE PDT-BASE-NET TO WS-DTL-BASE-NET
               MOVE PDT-RUN-DATE TO WS-DTL-RUN-DATE
               MOVE PDT-JOB-ID TO WS-DTL-JOB-ID
               MOVE WS-DETAIL-LINE TO INQUIRY-REPORT-RECORD
               WRITE INQUIRY-REPORT-RECORD
               PERFORM 2600-READ-NEXT-DETAIL
           END-IF.

      ******************************************************************
      *    THE DAY'S DETAILS MUST ADD UP TO WHAT WAS POSTED.  A DAY   *
      *    POSTED BEFORE TRNACUM KEPT POSTED DETAILS HAS NONE AND IS  *
      *    FLAGGED NO DETAILS RATHER THAN A DIFFERENCE.               *
      ******************************************************************
       3300-CHECK-DAY.
           ADD WS-DAY-DETAIL-TOTAL TO WS-DETAIL-TOTAL
               ON SIZE ERROR
                   SET WS-TOTAL-OVERFLOW TO TRUE
           END-ADD
           COMPUTE WS-DAY-DIFFERENCE
               = WS-DAY-DETAIL-TOTAL - DWK-POSTED
           MOVE WS-DAY-DETAIL-COUNT TO WS-CHK-COUNT
           MOVE WS-DAY-DETAIL-TOTAL TO WS-CHK-TOTAL
           MOVE SPACES TO WS-CHK-FLAG
           MOVE ZEROES TO WS-CHK-DIFFERENCE
           IF WS-DAY-DIFFERENCE NOT = ZERO
               ADD 1 TO WS-DAYS-IN-ERROR
               MOVE WS-DAY-DIFFERENCE TO WS-CHK-DIFFERENCE
               EVALUATE TRUE
                   WHEN WS-DAY-DETAIL-COUNT = ZERO
                       MOVE "** NO DETAILS" TO WS-CHK-FLAG
                   WHEN DWK-POST-COUNT = ZERO
                       MOVE "** NOT POSTED" TO WS-CHK-FLAG
                   WHEN OTHER
                       MOVE "** DIFFERENCE" TO WS-CHK-FLAG
               END-EVALUATE
           END-IF
           MOVE WS-CHECK-LINE TO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD.

       8000-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD.

       8050-WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD.

       8100-DAY-WORK-ERROR.
           SET WS-WORK-FILE-ERROR TO TRUE
           SET WS-EOF TO TRUE
           SET WS-DETAIL-EOF TO TRUE.

       9000-FINISH.
           IF NOT WS-PARM-ERROR
               IF WS-DAYS-LISTED = ZERO
                   MOVE "NO POSTINGS OR DETAILS IN RANGE"
                       TO INQUIRY-REPORT-RECORD
                   WRITE INQUIRY-REPORT-RECORD
               ELSE
                   MOVE "DAYS LISTED:" TO WS-CNT-LABEL
                   MOVE WS-DAYS-LISTED TO WS-CNT-VALUE
                   PERFORM 8050-WRITE-COUNT-LINE
                   MOVE "DETAILS LISTED:" TO WS-CNT-LABEL
                   MOVE WS-DETAILS-LISTED TO WS-CNT-VALUE
                   PERFORM 8050-WRITE-COUNT-LINE
                   MOVE "DAYS NOT PROVED:" TO WS-CNT-LABEL
                   MOVE WS-DAYS-IN-ERROR TO WS-CNT-VALUE
                   PERFORM 8050-WRITE-COUNT-LINE
                   MOVE "NET MOVEMENT:" TO WS-TOT-LABEL
                   MOVE WS-NET-MOVEMENT TO WS-TOT-VALUE
                   PERFORM 8000-WRITE-TOTAL-LINE
                   MOVE "DETAIL TOTAL:" TO WS-TOT-LABEL
                   MOVE WS-DETAIL-TOTAL TO WS-TOT-VALUE
                   PERFORM 8000-WRITE-TOTAL-LINE
               END-IF
               IF WS-DAYS-IN-ERROR > ZERO
                   MOVE "** DETAIL DOES NOT PROVE TO POSTINGS **"
                       TO INQUIRY-REPORT-RECORD
                   WRITE INQUIRY-REPORT-RECORD
               END-IF
               IF WS-TOTAL-OVERFLOW
                   MOVE "** TOTAL OVERFLOW - FIGURES SUSPECT **"
                       TO INQUIRY-REPORT-RECORD
                   WRITE INQUIRY-REPORT-RECORD
               END-IF
               IF WS-WORK-FILE-ERROR
                   MOVE SPACES TO INQUIRY-REPORT-RECORD
                   STRING "** DAYWRK I-O FAILED - STATUS "
                          WS-DWK-STATUS " - LISTING INCOMPLETE **"
                       DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
                   WRITE INQUIRY-REPORT-RECORD
               END-IF
               CLOSE BALANCE-HISTORY
               CLOSE POSTED-DETAIL-FILE
               CLOSE DAY-WORK-FILE
           END-IF
           CLOSE INQUIRY-REPORT-FILE
           DISPLAY "Days: " WS-DAYS-LISTED
                   " Not proved: " WS-DAYS-IN-ERROR.
