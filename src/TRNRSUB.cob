      *              RECORDS WHOSE AMOUNTS ARE STILL NOT NUMERIC ARE  *
      *              HELD OFF THE OUTPUT AND LISTED ON RSBRPT FOR     *
      *              ANOTHER CORRECTION PASS.                         *
      *              ONLY REJECTS RELEASED BY THE CORRECTION PROGRAM  *
      *              (TRNRCOR) ARE RESUBMITTED.  A REJECT STILL       *
      *              AWAITING CORRECTION IS HELD, AND EVERY HELD      *
      *              REJECT IS COPIED UNCHANGED TO RSBHOLD, WHICH     *
      *              THE JOB STREAM CONCATENATES AHEAD OF THE NEXT    *
      *              DAY'S REJFILE SO IT STAYS IN THE CORRECTION      *
      *              CYCLE.  VOIDED AND WRITTEN-OFF REJECTS ARE       *
      *              DROPPED FROM THE CYCLE AND LISTED.               *
      *              A REJECT THAT TRNACUM BOOKED TO THE SUSPENSE     *
      *              LEDGER ACCOUNT (REJ-SUSPENSE-AMOUNT NOT ZERO)    *
      *              ALSO PRODUCES A SUSPENSE-CLEARING RECORD (TYPE   *
      *              S) WHEN IT IS RESUBMITTED OR DROPPED, WRITTEN    *
      *              AHEAD OF THE RESUBMITTED DETAIL, SO THE NEXT     *
      *              TRNACUM RUN REVERSES THE BOOKING.                *
      *                                                                *
      *    CHANGE LOG                                                 *
      *    ----------                                                 *
      *                KEEPS ITS FIRST REJECTING RUN'S DATE, SO       *
      *                TRNRAGE'S AGE NO LONGER RESTARTS AT ZERO ON    *
      *                EVERY TRIP AROUND THE CYCLE.                   *
      *    2026-10-15  RESUBMIT ONLY REJECTS MARKED CORRECTED BY      *
      *                TRNRCOR.  UNCORRECTED AND UNREADABLE REJECTS   *
      *                ARE CARRIED FORWARD ON RSBHOLD; VOIDED AND     *
      *                WRITTEN-OFF REJECTS ARE DROPPED AND COUNTED.   *
      *    2026-10-15  A RESUBMITTED OR DROPPED REJECT THAT CARRIES A *
      *                SUSPENSE BOOKING NOW WRITES A SUSPENSE-        *
      *                CLEARING RECORD TO RSBFILE SO TRNACUM CAN      *
      *                REVERSE IT.                                    *
      *    2026-10-15  A RESUBMITTED DETAIL NO LONGER CARRIES A       *
      *                CREDIT-LIMIT RELEASE (TRAN-LIMIT-RELEASE) FROM *
      *                AN EARLIER HOLD, SO TRNACUM CHECKS IT AGAINST  *
      *                THE LIMIT AGAIN.                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNRSUB.
           SELECT RESUBMIT-FILE ASSIGN TO RSBFILE
               ORGANIZATION IS SEQUENTIAL.

           SELECT HELD-REJECT-FILE ASSIGN TO RSBHOLD
               ORGANIZATION IS SEQUENTIAL.

           SELECT RESUBMIT-REPORT-FILE ASSIGN TO RSBRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           RECORDING MODE IS F.
       COPY TRANREC.

       FD  HELD-REJECT-FILE
           RECORDING MODE IS F.
       01  HELD-REJECT-RECORD          PIC X(132).

       FD  RESUBMIT-REPORT-FILE
           RECORDING MODE IS F.
       01  RESUBMIT-REPORT-RECORD      PIC X(80).
           05  WS-READ-COUNT           PIC 9(7) VALUE ZEROES.
           05  WS-RESUBMIT-COUNT       PIC 9(7) VALUE ZEROES.
           05  WS-HELD-COUNT           PIC 9(7) VALUE ZEROES.
           05  WS-DROPPED-COUNT        PIC 9(7) VALUE ZEROES.
           05  WS-CLEARING-COUNT       PIC 9(7) VALUE ZEROES.

       01  WS-REPORT-LINE.
           05  WS-RPT-KEY              PIC X(10).
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN INPUT REJECT-FILE
           OPEN OUTPUT RESUBMIT-FILE
           OPEN OUTPUT HELD-REJECT-FILE
           OPEN OUTPUT RESUBMIT-REPORT-FILE
           PERFORM 2100-READ-REJECT-FILE.

       2200-REBUILD-DETAIL.
           MOVE REJ-ORIG-RECORD TO TRAN-RECORD
           IF NOT TRAN-TYPE-DETAIL
               PERFORM 2300-HOLD-REJECT
               MOVE "NOT A DETAIL RECORD - HELD" TO WS-RPT-MSG
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               EVALUATE TRUE
                   WHEN REJ-CORRECTED
                       PERFORM 2250-RESUBMIT-DETAIL
                   WHEN REJ-VOIDED
                   WHEN REJ-WRITTEN-OFF
                       PERFORM 2400-WRITE-SUSPENSE-CLEARING
                       ADD 1 TO WS-DROPPED-COUNT
                       MOVE TRAN-KEY TO WS-RPT-KEY
                       MOVE REJ-RUN-DATE TO WS-RPT-ORIG-DATE
                       MOVE SPACES TO WS-RPT-MSG
                       STRING "DROPPED - " REJ-REASON
                           DELIMITED BY SIZE INTO WS-RPT-MSG
                       PERFORM 8000-WRITE-REPORT-LINE
                   WHEN OTHER
                       PERFORM 2300-HOLD-REJECT
                       MOVE "AWAITING CORRECTION - HELD" TO WS-RPT-MSG
                       PERFORM 8000-WRITE-REPORT-LINE
               END-EVALUATE
           END-IF.

       2250-RESUBMIT-DETAIL.
           IF TRAN-AMOUNT-1 NUMERIC AND TRAN-AMOUNT-2 NUMERIC
      ******************************************************************
      *    A DETAIL THAT HAS BOUNCED BEFORE ALREADY CARRIES ITS      *
      *    FIRST REJECTING RUN'S DATE - KEEP IT, SO THE AUDIT LINK   *
      *    AND TRNRAGE'S AGING POINT AT THE ORIGINAL BOUNCE, NOT AT  *
      *    THE LATEST TRIP AROUND THE CORRECTION CYCLE.  A CREDIT-   *
      *    LIMIT RELEASE WAS GIVEN FOR THE BALANCE ON THE DAY THE    *
      *    DETAIL WAS HELD, SO IT IS DROPPED: THE RESUBMISSION IS    *
      *    CHECKED AGAINST THE LIMIT AFRESH.                         *
      ******************************************************************
               PERFORM 2400-WRITE-SUSPENSE-CLEARING
               MOVE REJ-ORIG-RECORD TO TRAN-RECORD
               IF TRAN-ORIG-RUN-DATE NOT NUMERIC
                       OR TRAN-ORIG-RUN-DATE = ZERO
                   MOVE REJ-RUN-DATE TO TRAN-ORIG-RUN-DATE
               END-IF
               MOVE SPACE TO TRAN-LIMIT-RELEASE
               WRITE TRAN-RECORD
               ADD 1 TO WS-RESUBMIT-COUNT
               MOVE TRAN-KEY TO WS-RPT-KEY
               MOVE REJ-RUN-DATE TO WS-RPT-ORIG-DATE
               MOVE "RESUBMITTED" TO WS-RPT-MSG
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               PERFORM 2300-HOLD-REJECT
               MOVE "AMOUNT STILL NOT NUMERIC - HELD"
                   TO WS-RPT-MSG
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       2300-HOLD-REJECT.
           ADD 1 TO WS-HELD-COUNT
           MOVE REJ-RECORD TO HELD-REJECT-RECORD
           WRITE HELD-REJECT-RECORD
           MOVE TRAN-KEY TO WS-RPT-KEY
           MOVE REJ-RUN-DATE TO WS-RPT-ORIG-DATE.

      ******************************************************************
      *    THE CLEARING RECORD CARRIES THE REJECT'S KEY AND ACCOUNT,  *
      *    THE REJECTING RUN'S DATE AND THE NET BOOKED TO SUSPENSE.   *
      *    ITS DETAIL AMOUNTS ARE ZERO - IT MOVES NO ACCOUNT TOTAL.   *
      ******************************************************************
       2400-WRITE-SUSPENSE-CLEARING.
           IF REJ-SUSPENSE-AMOUNT NUMERIC
                   AND REJ-SUSPENSE-AMOUNT NOT = ZERO
               MOVE REJ-ORIG-RECORD TO TRAN-RECORD
               SET TRAN-TYPE-SUSPENSE TO TRUE
               MOVE ZEROES TO TRAN-AMOUNT-1
               MOVE ZEROES TO TRAN-AMOUNT-2
               MOVE ZEROES TO TRAN-EXPECTED-COUNT
               MOVE REJ-RUN-DATE TO TRAN-ORIG-RUN-DATE
               MOVE REJ-SUSPENSE-AMOUNT TO TRAN-SUSPENSE-AMOUNT
               WRITE TRAN-RECORD
               ADD 1 TO WS-CLEARING-COUNT
               MOVE REJ-ORIG-RECORD TO TRAN-RECORD
           END-IF.

       8000-WRITE-REPORT-LINE.
           MOVE "HELD:" TO WS-TOT-LABEL
           MOVE WS-HELD-COUNT TO WS-TOT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "VOIDED/WRITTEN OFF:" TO WS-TOT-LABEL
           MOVE WS-DROPPED-COUNT TO WS-TOT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "SUSPENSE CLEARINGS:" TO WS-TOT-LABEL
           MOVE WS-CLEARING-COUNT TO WS-TOT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           CLOSE REJECT-FILE
           CLOSE RESUBMIT-FILE
           CLOSE HELD-REJECT-FILE
           CLOSE RESUBMIT-REPORT-FILE
           PERFORM 9500-WRITE-RUN-STATUS
           DISPLAY "Resubmitted: " WS-RESUBMIT-COUNT
