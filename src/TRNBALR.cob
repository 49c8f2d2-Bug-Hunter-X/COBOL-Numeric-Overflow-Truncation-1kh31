      ******************************************************************
      *    PROGRAM:  TRNBALR                                          *
      *    PURPOSE:  REBUILD THE BALANCE MASTER (BALMSTR) FROM THE    *
      *              BALANCE HISTORY (BALHIST), OR PROVE THE LIVE     *
      *              MASTER AGAINST IT.  THE COMMAND LINE GIVES THE   *
      *              MODE:                                            *
      *                  REBUILD [YYYYMMDD]                           *
      *                  PROOF                                        *
      *              BALHIST IS APPENDED BY TRNPOST IN POSTING ORDER, *
      *              SO AN ACCOUNT'S LAST HISTORY RECORD IS ITS       *
      *              CURRENT POSITION AND EACH RECORD'S NEW BALANCE   *
      *              MUST EQUAL THE ONE BEFORE IT PLUS THE AMOUNT     *
      *              POSTED.  EVERY RECORD IS FOLDED INTO A KEYED     *
      *              SCRATCH FILE (HSTWRK) ONE ENTRY PER ACCOUNT,     *
      *              CHECKING THAT CHAIN AS IT GOES.                  *
      *              REBUILD RECREATES BALMSTR AS IT STOOD AFTER THE  *
      *              RUNS OF THE DATE GIVEN (DEFAULT TODAY - THE      *
      *              WHOLE HISTORY): ONLY HISTORY WHOSE PRODUCING RUN *
      *              (HST-RUN-DATE, OR THE POSTING DATE FOR RECORDS   *
      *              FROM BEFORE THAT FIELD) IS NOT AFTER IT COUNTS.  *
      *              PRIOR AND CURRENT BALANCE, LAST POST DATE, LAST  *
      *              RUN DATE AND POST COUNT ARE SET EXACTLY AS       *
      *              TRNPOST WOULD HAVE LEFT THEM, SO ITS RERUN GUARD *
      *              STILL HOLDS.  A HISTORY THAT CANNOT BE READ OR   *
      *              HOLDS NOTHING FOR THE DATE LEAVES BALMSTR        *
      *              UNTOUCHED.  AN OLD MASTER ACCOUNT WITH NO        *
      *              HISTORY AT ALL HAS NOT MOVED SINCE HISTORY WAS   *
      *              FIRST KEPT, SO IT IS CARRIED FORWARD UNCHANGED   *
      *              AND LISTED; ONE WHOSE HISTORY IS ALL AFTER THE   *
      *              DATE CANNOT BE PUT BACK AS IT STOOD, SO THE      *
      *              REBUILD IS REFUSED AND IT IS LISTED ON BALEXC.   *
      *              KEEP A COPY OF THE OLD MASTER - THE REBUILD      *
      *              REPLACES IT.                                     *
      *              PROOF MATCHES EVERY LIVE BALMSTR RECORD TO ITS   *
      *              ACCOUNT'S LAST HISTORY RECORD AND CHANGES        *
      *              NOTHING.                                         *
      *              THE RUN REPORT (BALRPT) CARRIES THE REBUILT      *
      *              ACCOUNTS AND THE TOTALS; CHAIN BREAKS, MASTER/   *
      *              HISTORY DIFFERENCES, ACCOUNTS ON ONE SIDE ONLY   *
      *              AND ACCOUNTS NOT ON ACTREF GO ON THE EXCEPTION   *
      *              REPORT (BALEXC).                                 *
      *                                                                *
      *    CHANGE LOG                                                 *
      *    ----------                                                 *
      *    2026-10-15  INITIAL VERSION.                               *
      *    2026-10-15  REBUILD CARRIES OLD MASTER ACCOUNTS WITH NO    *
      *                HISTORY AND REFUSES ONES WITH ONLY LATER       *
      *                HISTORY.                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNBALR.

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

           SELECT ACCOUNT-REF-FILE ASSIGN TO ACTREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-ACCOUNT
               FILE STATUS IS WS-REF-STATUS.

           SELECT HISTORY-WORK-FILE ASSIGN TO HSTWRK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HWK-ACCOUNT
               FILE STATUS IS WS-HWK-STATUS.

           SELECT REBUILD-REPORT-FILE ASSIGN TO BALRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO BALEXC
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

       FD  ACCOUNT-REF-FILE.
       COPY ACTREF.

       FD  HISTORY-WORK-FILE.
       01  HWK-RECORD.
           05  HWK-ACCOUNT             PIC X(08).
           05  HWK-LAST-POST-DATE      PIC 9(08).
           05  HWK-LAST-RUN-DATE       PIC X(08).
           05  HWK-LAST-POSTED         PIC S9(7)V99 COMP-3.
           05  HWK-LAST-BALANCE        PIC S9(9)V99 COMP-3.
           05  HWK-ENTRY-COUNT         PIC 9(7) COMP.
           05  HWK-ENTRY-TYPE          PIC X(01).
               88  HWK-FROM-HISTORY            VALUE 'H'.
               88  HWK-LATER-ONLY              VALUE 'L'.
               88  HWK-MASTER-ONLY             VALUE 'M'.
           05  HWK-MASTER-IMAGE        PIC X(50).

       FD  REBUILD-REPORT-FILE
           RECORDING MODE IS F.
       01  REBUILD-REPORT-RECORD       PIC X(80).

       FD  EXCEPTION-REPORT-FILE
           RECORDING MODE IS F.
       01  EXCEPTION-REPORT-RECORD     PIC X(80).

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
               88  WS-EOF                      VALUE 'Y'.
           05  WS-WORK-EOF-FLAG        PIC X(01) VALUE 'N'.
               88  WS-WORK-EOF                 VALUE 'Y'.
           05  WS-BAL-EOF-FLAG         PIC X(01) VALUE 'N'.
               88  WS-BAL-EOF                  VALUE 'Y'.
           05  WS-PARM-ERROR-FLAG      PIC X(01) VALUE 'N'.
               88  WS-PARM-ERROR               VALUE 'Y'.
           05  WS-MODE-FLAG            PIC X(01) VALUE SPACE.
               88  WS-MODE-REBUILD             VALUE 'R'.
               88  WS-MODE-PROOF               VALUE 'P'.
           05  WS-REF-AVAIL-FLAG       PIC X(01) VALUE 'N'.
               88  WS-REFERENCE-AVAILABLE      VALUE 'Y'.
           05  WS-BAL-OPEN-FLAG        PIC X(01) VALUE 'N'.
               88  WS-BAL-FILE-OPEN            VALUE 'Y'.
           05  WS-HWK-OPEN-FLAG        PIC X(01) VALUE 'N'.
               88  WS-WORK-FILE-OPEN           VALUE 'Y'.
           05  WS-ACCOUNT-BREAK-FLAG   PIC X(01) VALUE 'N'.
               88  WS-ACCOUNT-BREAK            VALUE 'Y'.

       01  WS-BHS-STATUS               PIC X(02).
       01  WS-BAL-STATUS               PIC X(02).
       01  WS-REF-STATUS               PIC X(02).
       01  WS-HWK-STATUS               PIC X(02).
       01  WS-RST-STATUS               PIC X(02).

       COPY RUNSTAT.

       01  WS-RUN-IDENTIFICATION.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZEROES.
           05  WS-RUN-TIME             PIC 9(08) VALUE ZEROES.

       01  WS-SELECTION-PARMS.
           05  WS-PARM-LINE            PIC X(80) VALUE SPACES.
           05  WS-SEL-MODE             PIC X(08) VALUE SPACES.
           05  WS-SEL-AS-OF-DATE       PIC X(08) VALUE SPACES.
           05  WS-AS-OF-DATE           PIC 9(08) VALUE ZEROES.

      ******************************************************************
      *    ONE HISTORY RECORD'S DATE FOR THE AS-OF TEST, AND THE      *
      *    MATCH KEYS FOR THE PROOF (HIGH-VALUES AT END OF FILE).     *
      ******************************************************************
       01  WS-BALANCE-WORK.
           05  WS-HISTORY-DATE         PIC 9(08) VALUE ZEROES.
           05  WS-HISTORY-POSTS        PIC 9(07) VALUE ZEROES.
           05  WS-EXPECTED-BALANCE     PIC S9(11)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-HISTORY-PRIOR        PIC S9(11)V99 COMP-3
                                       VALUE ZEROES.
           05  WS-BAL-KEY              PIC X(08) VALUE SPACES.
           05  WS-HWK-KEY              PIC X(08) VALUE SPACES.
           05  WS-REF-CHECK-ACCOUNT    PIC X(08) VALUE SPACES.

       01  WS-BALANCE-COUNTS.
           05  WS-HISTORY-READ         PIC 9(7) VALUE ZEROES.
           05  WS-HISTORY-USED         PIC 9(7) VALUE ZEROES.
           05  WS-HISTORY-AFTER        PIC 9(7) VALUE ZEROES.
           05  WS-HISTORY-UNREADABLE   PIC 9(7) VALUE ZEROES.
           05  WS-HISTORY-ACCOUNTS     PIC 9(7) VALUE ZEROES.
           05  WS-CHAIN-BREAKS         PIC 9(7) VALUE ZEROES.
           05  WS-MASTER-ACCOUNTS      PIC 9(7) VALUE ZEROES.
           05  WS-ACCOUNTS-AGREED      PIC 9(7) VALUE ZEROES.
           05  WS-MASTER-BREAKS        PIC 9(7) VALUE ZEROES.
           05  WS-NO-HISTORY-COUNT     PIC 9(7) VALUE ZEROES.
           05  WS-NOT-ON-MASTER-COUNT  PIC 9(7) VALUE ZEROES.
           05  WS-NOT-ON-REF-COUNT     PIC 9(7) VALUE ZEROES.
           05  WS-REBUILT-COUNT        PIC 9(7) VALUE ZEROES.
           05  WS-EXCEPTION-COUNT      PIC 9(7) VALUE ZEROES.
           05  WS-CARRIED-COUNT        PIC 9(7) VALUE ZEROES.
           05  WS-LATER-ONLY-COUNT     PIC 9(7) VALUE ZEROES.

       01  WS-REBUILD-LINE.
           05  WS-RBL-ACCOUNT          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RBL-PRIOR            PIC -(9)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RBL-CURRENT          PIC -(9)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RBL-POST-DATE        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RBL-RUN-DATE         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RBL-COUNT            PIC Z(6)9.
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  WS-EXC-ACCOUNT          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-EXC-REASON           PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-EXC-DATE             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-EXC-AMOUNT-1         PIC -(9)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-EXC-AMOUNT-2         PIC -(9)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-EXC-AMOUNT-3         PIC -(9)9.99.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(20).
           05  WS-TOT-VALUE            PIC -(6)9.
           05  FILLER                  PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT WS-PARM-ERROR
               PERFORM 2000-LOAD-HISTORY UNTIL WS-EOF
               CLOSE BALANCE-HISTORY
           END-IF
           IF NOT WS-PARM-ERROR
               IF WS-MODE-REBUILD
                   PERFORM 3000-REBUILD-MASTER
               ELSE
                   PERFORM 4000-PROVE-MASTER
               END-IF
           END-IF
           PERFORM 9000-FINISH
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
               INTO WS-SEL-MODE WS-SEL-AS-OF-DATE
           OPEN OUTPUT REBUILD-REPORT-FILE
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           PERFORM 1100-EDIT-PARMS
           IF NOT WS-PARM-ERROR
               PERFORM 1200-OPEN-FILES
           END-IF
           IF NOT WS-PARM-ERROR
               PERFORM 2100-READ-HISTORY
           END-IF.

       1100-EDIT-PARMS.
           EVALUATE WS-SEL-MODE
               WHEN "REBUILD"
                   SET WS-MODE-REBUILD TO TRUE
                   IF WS-SEL-AS-OF-DATE = SPACES
                       MOVE WS-RUN-DATE TO WS-AS-OF-DATE
                   ELSE
                       IF WS-SEL-AS-OF-DATE NUMERIC
                           MOVE WS-SEL-AS-OF-DATE TO WS-AS-OF-DATE
                       ELSE
                           SET WS-PARM-ERROR TO TRUE
                       END-IF
                   END-IF
               WHEN "PROOF"
                   SET WS-MODE-PROOF TO TRUE
                   MOVE WS-RUN-DATE TO WS-AS-OF-DATE
               WHEN OTHER
                   SET WS-PARM-ERROR TO TRUE
           END-EVALUATE
           IF WS-PARM-ERROR
               MOVE "** PARM MUST BE REBUILD [YYYYMMDD] OR PROOF **"
                   TO REBUILD-REPORT-RECORD
               WRITE REBUILD-REPORT-RECORD
           ELSE
               MOVE SPACES TO REBUILD-REPORT-RECORD
               IF WS-MODE-REBUILD
                   STRING "BALANCE MASTER REBUILD FROM BALHIST AS OF "
                          WS-AS-OF-DATE " - RUN " WS-RUN-DATE
                       DELIMITED BY SIZE INTO REBUILD-REPORT-RECORD
               ELSE
                   STRING "BALANCE MASTER PROOF AGAINST BALHIST"
                          " - RUN " WS-RUN-DATE
                       DELIMITED BY SIZE INTO REBUILD-REPORT-RECORD
               END-IF
               WRITE REBUILD-REPORT-RECORD
               MOVE SPACES TO EXCEPTION-REPORT-RECORD
               STRING "BALANCE EXCEPTIONS - RUN " WS-RUN-DATE
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
               WRITE EXCEPTION-REPORT-RECORD
               MOVE "ACCOUNT  REASON               DATE    "
                   TO EXCEPTION-REPORT-RECORD
               MOVE "      AMOUNT 1      AMOUNT 2      AMOUNT 3"
                   TO EXCEPTION-REPORT-RECORD(39:42)
               WRITE EXCEPTION-REPORT-RECORD
           END-IF.

      ******************************************************************
      *    BALHIST AND THE SCRATCH FILE ARE REQUIRED.  THE PROOF ALSO *
      *    NEEDS THE LIVE MASTER; THE REBUILD OPENS IT ONLY ONCE THE  *
      *    HISTORY HAS LOADED.  WITHOUT ACTREF THE ACCOUNTS CANNOT BE *
      *    CHECKED AGAINST IT, AND THE EXCEPTION REPORT SAYS SO.      *
      ******************************************************************
       1200-OPEN-FILES.
           OPEN INPUT BALANCE-HISTORY
           IF WS-BHS-STATUS NOT = "00"
               SET WS-PARM-ERROR TO TRUE
               MOVE SPACES TO REBUILD-REPORT-RECORD
               STRING "** BALHIST OPEN FAILED - STATUS " WS-BHS-STATUS
                      " - BALMSTR NOT TOUCHED **"
                   DELIMITED BY SIZE INTO REBUILD-REPORT-RECORD
               WRITE REBUILD-REPORT-RECORD
           END-IF
           IF NOT WS-PARM-ERROR
               OPEN OUTPUT HISTORY-WORK-FILE
               IF WS-HWK-STATUS = "00"
                   CLOSE HISTORY-WORK-FILE
                   OPEN I-O HISTORY-WORK-FILE
               END-IF
               IF WS-HWK-STATUS = "00"
                   SET WS-WORK-FILE-OPEN TO TRUE
               ELSE
                   SET WS-PARM-ERROR TO TRUE
                   CLOSE BALANCE-HISTORY
                   MOVE SPACES TO REBUILD-REPORT-RECORD
                   STRING "** HSTWRK OPEN FAILED - STATUS "
                          WS-HWK-STATUS " - BALMSTR NOT TOUCHED **"
                       DELIMITED BY SIZE INTO REBUILD-REPORT-RECORD
                   WRITE REBUILD-REPORT-RECORD
               END-IF
           END-IF
           IF NOT WS-PARM-ERROR AND WS-MODE-PROOF
               OPEN INPUT BALANCE-MASTER
               IF WS-BAL-STATUS = "00"
                   SET WS-BAL-FILE-OPEN TO TRUE
               ELSE
                   SET WS-PARM-ERROR TO TRUE
                   CLOSE BALANCE-HISTORY
                   MOVE SPACES TO REBUILD-REPORT-RECORD
                   STRING "** BALMSTR OPEN FAILED - STATUS "
                          WS-BAL-STATUS " **"
                       DELIMITED BY SIZE INTO REBUILD-REPORT-RECORD
                   WRITE REBUILD-REPORT-RECORD
               END-IF
           END-IF
           IF NOT WS-PARM-ERROR
               OPEN INPUT ACCOUNT-REF-FILE
               IF WS-REF-STATUS = "00"
                   SET WS-REFERENCE-AVAILABLE TO TRUE
               ELSE
                   MOVE SPACES TO EXCEPTION-REPORT-RECORD
                   STRING "** ACTREF UNAVAILABLE - STATUS "
                          WS-REF-STATUS " - ACCOUNTS NOT CHECKED **"
                       DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
                   WRITE EXCEPTION-REPORT-RECORD
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
           END-IF.

      ******************************************************************
      *    FOLD ONE HISTORY RECORD INTO ITS ACCOUNT'S SCRATCH ENTRY.  *
      *    THE FIRST RECORD OF AN ACCOUNT OPENS ITS CHAIN - HISTORY   *
      *    STARTED AFTER SOME ACCOUNTS ALREADY CARRIED A BALANCE, SO  *
      *    NO OPENING FIGURE IS ASSUMED.  EVERY LATER RECORD MUST     *
      *    CONTINUE FROM THE ONE BEFORE IT.  A REBUILD ALSO NOTES     *
      *    EACH ACCOUNT SEEN ONLY AFTER THE DATE, SO THE OLD MASTER   *
      *    CAN BE CHECKED FOR ACCOUNTS IT CANNOT PUT BACK.            *
      ******************************************************************
       2000-LOAD-HISTORY.
           ADD 1 TO WS-HISTORY-READ
           IF HST-ACCOUNT = SPACES OR HST-POST-DATE NOT NUMERIC
               ADD 1 TO WS-HISTORY-UNREADABLE
               MOVE SPACES TO WS-EXCEPTION-LINE
               MOVE HST-ACCOUNT TO WS-EXC-ACCOUNT
               MOVE "UNREADABLE HISTORY" TO WS-EXC-REASON
               PERFORM 8100-WRITE-EXCEPTION
               MOVE SPACES TO EXCEPTION-REPORT-RECORD
               STRING "         BALHIST RECORD " WS-HISTORY-READ
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
               WRITE EXCEPTION-REPORT-RECORD
           ELSE
               IF HST-RUN-DATE NUMERIC AND HST-RUN-DATE > ZERO
                   MOVE HST-RUN-DATE TO WS-HISTORY-DATE
               ELSE
                   MOVE HST-POST-DATE TO WS-HISTORY-DATE
               END-IF
               IF WS-HISTORY-DATE > WS-AS-OF-DATE
                   ADD 1 TO WS-HISTORY-AFTER
                   IF WS-MODE-REBUILD
                       PERFORM 2250-NOTE-LATER-HISTORY
                   END-IF
               ELSE
                   ADD 1 TO WS-HISTORY-USED
                   PERFORM 2200-APPLY-HISTORY
               END-IF
           END-IF
           PERFORM 2100-READ-HISTORY.

       2100-READ-HISTORY.
           READ BALANCE-HISTORY
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2200-APPLY-HISTORY.
           MOVE HST-ACCOUNT TO HWK-ACCOUNT
           READ HISTORY-WORK-FILE
           EVALUATE WS-HWK-STATUS
               WHEN "00"
                   IF HWK-LATER-ONLY
                       ADD 1 TO WS-HISTORY-ACCOUNTS
                       PERFORM 2300-SET-WORK-ENTRY
                       MOVE 1 TO HWK-ENTRY-COUNT
                   ELSE
                       PERFORM 2210-CHECK-CHAIN
                       PERFORM 2300-SET-WORK-ENTRY
                       ADD 1 TO HWK-ENTRY-COUNT
                   END-IF
                   REWRITE HWK-RECORD
               WHEN "23"
                   ADD 1 TO WS-HISTORY-ACCOUNTS
                   PERFORM 2300-SET-WORK-ENTRY
                   MOVE 1 TO HWK-ENTRY-COUNT
                   WRITE HWK-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-HWK-STATUS NOT = "00"
               PERFORM 2400-WORK-UPDATE-FAILED
           END-IF.

       2210-CHECK-CHAIN.
           COMPUTE WS-EXPECTED-BALANCE
               = HWK-LAST-BALANCE + HST-POSTED-AMOUNT
           IF HST-NEW-BALANCE NOT = WS-EXPECTED-BALANCE
               ADD 1 TO WS-CHAIN-BREAKS
               MOVE SPACES TO WS-EXCEPTION-LINE
               MOVE HST-ACCOUNT TO WS-EXC-ACCOUNT
               MOVE "CHAIN BREAK" TO WS-EXC-REASON
               MOVE HST-POST-DATE TO WS-EXC-DATE
               MOVE HWK-LAST-BALANCE TO WS-EXC-AMOUNT-1
               MOVE HST-POSTED-AMOUNT TO WS-EXC-AMOUNT-2
               MOVE HST-NEW-BALANCE TO WS-EXC-AMOUNT-3
               PERFORM 8100-WRITE-EXCEPTION
           END-IF.

      ******************************************************************
      *    AN ACCOUNT FIRST SEEN AFTER THE DATE GETS A LATER-ONLY     *
      *    ENTRY.  IT HOLDS NO POSTING AND IS NOT REBUILT; IF HISTORY *
      *    AS OF THE DATE TURNS UP FOR THE ACCOUNT IT IS REPLACED.    *
      ******************************************************************
       2250-NOTE-LATER-HISTORY.
           MOVE HST-ACCOUNT TO HWK-ACCOUNT
           READ HISTORY-WORK-FILE
           IF WS-HWK-STATUS = "23"
               MOVE SPACES TO HWK-RECORD
               MOVE HST-ACCOUNT TO HWK-ACCOUNT
               MOVE ZEROES TO HWK-LAST-POST-DATE HWK-LAST-POSTED
                              HWK-LAST-BALANCE HWK-ENTRY-COUNT
               SET HWK-LATER-ONLY TO TRUE
               WRITE HWK-RECORD
           END-IF
           IF WS-HWK-STATUS NOT = "00"
               PERFORM 2400-WORK-UPDATE-FAILED
           END-IF.

       2300-SET-WORK-ENTRY.
           SET HWK-FROM-HISTORY TO TRUE
           MOVE SPACES TO HWK-MASTER-IMAGE
           MOVE HST-POST-DATE TO HWK-LAST-POST-DATE
           IF HST-RUN-DATE NUMERIC AND HST-RUN-DATE > ZERO
               MOVE HST-RUN-DATE TO HWK-LAST-RUN-DATE
           ELSE
               MOVE SPACES TO HWK-LAST-RUN-DATE
           END-IF
           MOVE HST-POSTED-AMOUNT TO HWK-LAST-POSTED
           MOVE HST-NEW-BALANCE TO HWK-LAST-BALANCE.

       2400-WORK-UPDATE-FAILED.
           SET WS-PARM-ERROR TO TRUE
           SET WS-EOF TO TRUE
           MOVE SPACES TO REBUILD-REPORT-RECORD
           STRING "** HSTWRK UPDATE FAILED - STATUS " WS-HWK-STATUS
                  " - BALMSTR NOT TOUCHED **"
               DELIMITED BY SIZE INTO REBUILD-REPORT-RECORD
           WRITE REBUILD-REPORT-RECORD.

      ******************************************************************
      *    EACH ACCOUNT'S LAST HISTORY RECORD BECOMES ITS MASTER      *
      *    RECORD: THE PRIOR BALANCE IS THE NEW BALANCE LESS THE      *
      *    AMOUNT POSTED, AS TRNPOST'S ROLL LEAVES IT.  THE POST      *
      *    COUNT IS THE NUMBER OF POSTINGS HISTORY HOLDS; ONE MADE    *
      *    BEFORE HISTORY WAS KEPT CANNOT BE COUNTED.  AN ACCOUNT NOT *
      *    ON ACTREF IS STILL REBUILT - HISTORY SAYS IT WAS POSTED -  *
      *    AND IS LISTED.  THE OLD MASTER IS READ FIRST, SO NOTHING   *
      *    ON IT IS LOST: SEE 3020.                                   *
      ******************************************************************
       3000-REBUILD-MASTER.
           IF WS-HISTORY-ACCOUNTS = ZERO
               SET WS-PARM-ERROR TO TRUE
               MOVE "** NO HISTORY AS OF THE DATE - BALMSTR NOT TOUCHED"
                   TO REBUILD-REPORT-RECORD
               WRITE REBUILD-REPORT-RECORD
           ELSE
               PERFORM 3020-LOAD-OLD-MASTER
           END-IF
           IF NOT WS-PARM-ERROR
               PERFORM 3050-OPEN-NEW-MASTER
           END-IF
           IF NOT WS-PARM-ERROR
               MOVE "ACCOUNT          PRIOR       CURRENT"
                   TO REBUILD-REPORT-RECORD
               MOVE "POSTED   LAST RUN   POSTS"
                   TO REBUILD-REPORT-RECORD(38:25)
               WRITE REBUILD-REPORT-RECORD
               MOVE 'N' TO WS-WORK-EOF-FLAG
               MOVE LOW-VALUES TO HWK-ACCOUNT
               START HISTORY-WORK-FILE
                   KEY IS NOT LESS THAN HWK-ACCOUNT
               END-START
               IF WS-HWK-STATUS = "00"
                   PERFORM 3100-REBUILD-ACCOUNT UNTIL WS-WORK-EOF
               END-IF
               IF WS-CARRIED-COUNT > ZERO
                   PERFORM 3400-LIST-CARRIED
               END-IF
           END-IF.

      ******************************************************************
      *    EVERY ACCOUNT ON THE OLD MASTER THAT HISTORY DOES NOT      *
      *    REBUILD IS PUT ON THE SCRATCH FILE AS A MASTER-ONLY ENTRY  *
      *    HOLDING ITS WHOLE RECORD, TO BE WRITTEN BACK UNCHANGED.    *
      *    NO OLD MASTER (STATUS 35) LEAVES NOTHING TO CARRY.  ONE    *
      *    THAT CANNOT BE READ, OR AN ACCOUNT WITH ONLY LATER         *
      *    HISTORY, REFUSES THE REBUILD WITH BALMSTR UNTOUCHED.       *
      ******************************************************************
       3020-LOAD-OLD-MASTER.
           OPEN INPUT BALANCE-MASTER
           EVALUATE WS-BAL-STATUS
               WHEN "00"
                   SET WS-BAL-FILE-OPEN TO TRUE
                   MOVE 'N' TO WS-BAL-EOF-FLAG
                   PERFORM 3030-READ-OLD-MASTER
                       UNTIL WS-BAL-EOF OR WS-PARM-ERROR
                   CLOSE BALANCE-MASTER
                   MOVE 'N' TO WS-BAL-OPEN-FLAG
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   SET WS-PARM-ERROR TO TRUE
                   MOVE SPACES TO REBUILD-REPORT-RECORD
                   STRING "** OLD BALMSTR OPEN FAILED - STATUS "
                          WS-BAL-STATUS " - BALMSTR NOT TOUCHED **"
                       DELIMITED BY SIZE INTO REBUILD-REPORT-RECORD
                   WRITE REBUILD-REPORT-RECORD
           END-EVALUATE
           IF WS-LATER-ONLY-COUNT > ZERO AND NOT WS-PARM-ERROR
               SET WS-PARM-ERROR TO TRUE
               MOVE "** ACCOUNTS WITH ONLY LATER HISTORY ON BALEXC"
                   TO REBUILD-REPORT-RECORD
               MOVE " - BALMSTR NOT TOUCHED **"
                   TO REBUILD-REPORT-RECORD(47:25)
               WRITE REBUILD-REPORT-RECORD
           END-IF.

       3030-READ-OLD-MASTER.
           READ BALANCE-MASTER NEXT
               AT END
                   SET WS-BAL-EOF TO TRUE
               NOT AT END
                   PERFORM 3040-CHECK-OLD-ACCOUNT
           END-READ
           IF WS-BAL-STATUS NOT = "00" AND NOT = "10"
               SET WS-PARM-ERROR TO TRUE
               MOVE SPACES TO REBUILD-REPORT-RECORD
               STRING "** OLD BALMSTR READ FAILED - STATUS "
                      WS-BAL-STATUS " - BALMSTR NOT TOUCHED **"
                   DELIMITED BY SIZE INTO REBUILD-REPORT-RECORD
               WRITE REBUILD-REPORT-RECORD
           END-IF.

       3040-CHECK-OLD-ACCOUNT.
           MOVE BAL-ACCOUNT TO HWK-ACCOUNT
           READ HISTORY-WORK-FILE
           EVALUATE TRUE
               WHEN WS-HWK-STATUS = "23"
                   MOVE SPACES TO HWK-RECORD
                   MOVE BAL-ACCOUNT TO HWK-ACCOUNT
                   MOVE ZEROES TO HWK-LAST-POST-DATE HWK-LAST-POSTED
                                  HWK-LAST-BALANCE HWK-ENTRY-COUNT
                   SET HWK-MASTER-ONLY TO TRUE
                   MOVE BAL-RECORD TO HWK-MASTER-IMAGE
                   WRITE HWK-RECORD
               WHEN WS-HWK-STATUS NOT = "00"
                   CONTINUE
               WHEN HWK-LATER-ONLY
                   ADD 1 TO WS-LATER-ONLY-COUNT
                   MOVE SPACES TO WS-EXCEPTION-LINE
                   MOVE BAL-ACCOUNT TO WS-EXC-ACCOUNT
                   MOVE "ONLY LATER HISTORY" TO WS-EXC-REASON
                   MOVE BAL-LAST-POST-DATE TO WS-EXC-DATE
                   MOVE BAL-CURRENT-BALANCE TO WS-EXC-AMOUNT-1
                   PERFORM 8100-WRITE-EXCEPTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-HWK-STATUS NOT = "00"
               PERFORM 2400-WORK-UPDATE-FAILED
           END-IF.

       3050-OPEN-NEW-MASTER.
           OPEN OUTPUT BALANCE-MASTER
           IF WS-BAL-STATUS = "00"
               SET WS-BAL-FILE-OPEN TO TRUE
           ELSE
               SET WS-PARM-ERROR TO TRUE
               MOVE SPACES TO REBUILD-REPORT-RECORD
               STRING "** BALMSTR OPEN FAILED - STATUS " WS-BAL-STATUS
                      " **"
                   DELIMITED BY SIZE INTO REBUILD-REPORT-RECORD
               WRITE REBUILD-REPORT-RECORD
           END-IF.

       3100-REBUILD-ACCOUNT.
           READ HISTORY-WORK-FILE NEXT
               AT END
                   SET WS-WORK-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN HWK-FROM-HISTORY
                           PERFORM 3200-WRITE-MASTER-RECORD
                       WHEN HWK-MASTER-ONLY
                           PERFORM 3300-CARRY-MASTER-RECORD
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       3200-WRITE-MASTER-RECORD.
           MOVE SPACES TO BAL-RECORD
           MOVE HWK-ACCOUNT TO BAL-ACCOUNT
           COMPUTE BAL-PRIOR-BALANCE
               = HWK-LAST-BALANCE - HWK-LAST-POSTED
               ON SIZE ERROR
                   MOVE ZEROES TO BAL-PRIOR-BALANCE
                   MOVE SPACES TO WS-EXCEPTION-LINE
                   MOVE HWK-ACCOUNT TO WS-EXC-ACCOUNT
                   MOVE "PRIOR OVERFLOW" TO WS-EXC-REASON
                   MOVE HWK-LAST-BALANCE TO WS-EXC-AMOUNT-1
                   MOVE HWK-LAST-POSTED TO WS-EXC-AMOUNT-2
                   PERFORM 8100-WRITE-EXCEPTION
           END-COMPUTE
           MOVE HWK-LAST-BALANCE TO BAL-CURRENT-BALANCE
           MOVE HWK-LAST-POST-DATE TO BAL-LAST-POST-DATE
           MOVE HWK-ENTRY-COUNT TO BAL-POST-COUNT
           IF HWK-LAST-RUN-DATE NUMERIC
               MOVE HWK-LAST-RUN-DATE TO BAL-LAST-RUN-DATE
           END-IF
           WRITE BAL-RECORD
           IF WS-BAL-STATUS = "00"
               ADD 1 TO WS-REBUILT-COUNT
               MOVE BAL-ACCOUNT TO WS-RBL-ACCOUNT
               MOVE BAL-PRIOR-BALANCE TO WS-RBL-PRIOR
               MOVE BAL-CURRENT-BALANCE TO WS-RBL-CURRENT
               MOVE HWK-LAST-POST-DATE TO WS-RBL-POST-DATE
               MOVE HWK-LAST-RUN-DATE TO WS-RBL-RUN-DATE
               MOVE HWK-ENTRY-COUNT TO WS-RBL-COUNT
               MOVE WS-REBUILD-LINE TO REBUILD-REPORT-RECORD
               WRITE REBUILD-REPORT-RECORD
           ELSE
               SET WS-PARM-ERROR TO TRUE
               MOVE SPACES TO REBUILD-REPORT-RECORD
               STRING "** BALMSTR WRITE FAILED FOR ACCOUNT "
                      HWK-ACCOUNT " - STATUS " WS-BAL-STATUS " **"
                   DELIMITED BY SIZE INTO REBUILD-REPORT-RECORD
               WRITE REBUILD-REPORT-RECORD
           END-IF
           MOVE HWK-ACCOUNT TO WS-REF-CHECK-ACCOUNT
           PERFORM 5000-CHECK-REFERENCE.

       3300-CARRY-MASTER-RECORD.
           MOVE HWK-MASTER-IMAGE TO BAL-RECORD
           WRITE BAL-RECORD
           IF WS-BAL-STATUS = "00"
               ADD 1 TO WS-CARRIED-COUNT
           ELSE
               SET WS-PARM-ERROR TO TRUE
               MOVE SPACES TO REBUILD-REPORT-RECORD
               STRING "** BALMSTR WRITE FAILED FOR ACCOUNT "
                      HWK-ACCOUNT " - STATUS " WS-BAL-STATUS " **"
                   DELIMITED BY SIZE INTO REBUILD-REPORT-RECORD
               WRITE REBUILD-REPORT-RECORD
           END-IF
           MOVE HWK-ACCOUNT TO WS-REF-CHECK-ACCOUNT
           PERFORM 5000-CHECK-REFERENCE.

      ******************************************************************
      *    THE CARRIED ACCOUNTS ARE LISTED AFTER THE REBUILT ONES,    *
      *    AS THE OLD MASTER HELD THEM.                               *
      ******************************************************************
       3400-LIST-CARRIED.
           MOVE SPACES TO REBUILD-REPORT-RECORD
           WRITE REBUILD-REPORT-RECORD
           MOVE "NOT IN HISTORY - CARRIED" TO REBUILD-REPORT-RECORD
           WRITE REBUILD-REPORT-RECORD
           MOVE 'N' TO WS-WORK-EOF-FLAG
           MOVE LOW-VALUES TO HWK-ACCOUNT
           START HISTORY-WORK-FILE
               KEY IS NOT LESS THAN HWK-ACCOUNT
           END-START
           IF WS-HWK-STATUS = "00"
               PERFORM 3410-LIST-CARRIED-ACCOUNT UNTIL WS-WORK-EOF
           END-IF.

       3410-LIST-CARRIED-ACCOUNT.
           READ HISTORY-WORK-FILE NEXT
               AT END
                   SET WS-WORK-EOF TO TRUE
               NOT AT END
                   IF HWK-MASTER-ONLY
                       MOVE HWK-MASTER-IMAGE TO BAL-RECORD
                       MOVE BAL-ACCOUNT TO WS-RBL-ACCOUNT
                       MOVE BAL-PRIOR-BALANCE TO WS-RBL-PRIOR
                       MOVE BAL-CURRENT-BALANCE TO WS-RBL-CURRENT
                       MOVE BAL-LAST-POST-DATE TO WS-RBL-POST-DATE
                       MOVE BAL-LAST-RUN-DATE TO WS-RBL-RUN-DATE
                       MOVE BAL-POST-COUNT TO WS-RBL-COUNT
                       MOVE WS-REBUILD-LINE TO REBUILD-REPORT-RECORD
                       WRITE REBUILD-REPORT-RECORD
                   END-IF
           END-READ.

      ******************************************************************
      *    MATCH THE LIVE MASTER AND THE SCRATCH FILE IN ACCOUNT      *
      *    ORDER.  AN ACCOUNT ON ONLY ONE SIDE IS AN ORPHAN.          *
      ******************************************************************
       4000-PROVE-MASTER.
           MOVE 'N' TO WS-WORK-EOF-FLAG
           MOVE LOW-VALUES TO HWK-ACCOUNT
           START HISTORY-WORK-FILE
               KEY IS NOT LESS THAN HWK-ACCOUNT
           END-START
           IF WS-HWK-STATUS NOT = "00"
               SET WS-WORK-EOF TO TRUE
           END-IF
           PERFORM 4100-READ-WORK
           PERFORM 4200-READ-MASTER
           PERFORM 4300-MATCH-ACCOUNT
               UNTIL WS-BAL-KEY = HIGH-VALUES
                 AND WS-HWK-KEY = HIGH-VALUES.

       4100-READ-WORK.
           IF WS-WORK-EOF
               MOVE HIGH-VALUES TO WS-HWK-KEY
           ELSE
               READ HISTORY-WORK-FILE NEXT
                   AT END
                       SET WS-WORK-EOF TO TRUE
                       MOVE HIGH-VALUES TO WS-HWK-KEY
                   NOT AT END
                       MOVE HWK-ACCOUNT TO WS-HWK-KEY
               END-READ
           END-IF.

       4200-READ-MASTER.
           IF WS-BAL-EOF
               MOVE HIGH-VALUES TO WS-BAL-KEY
           ELSE
               READ BALANCE-MASTER NEXT
                   AT END
                       SET WS-BAL-EOF TO TRUE
                       MOVE HIGH-VALUES TO WS-BAL-KEY
                   NOT AT END
                       ADD 1 TO WS-MASTER-ACCOUNTS
                       MOVE BAL-ACCOUNT TO WS-BAL-KEY
               END-READ
           END-IF.

       4300-MATCH-ACCOUNT.
           EVALUATE TRUE
               WHEN WS-BAL-KEY = WS-HWK-KEY
                   PERFORM 4400-COMPARE-ACCOUNT
                   MOVE WS-BAL-KEY TO WS-REF-CHECK-ACCOUNT
                   PERFORM 5000-CHECK-REFERENCE
                   PERFORM 4200-READ-MASTER
                   PERFORM 4100-READ-WORK
               WHEN WS-BAL-KEY < WS-HWK-KEY
                   ADD 1 TO WS-NO-HISTORY-COUNT
                   MOVE SPACES TO WS-EXCEPTION-LINE
                   MOVE BAL-ACCOUNT TO WS-EXC-ACCOUNT
                   MOVE "NO BALHIST" TO WS-EXC-REASON
                   MOVE BAL-LAST-POST-DATE TO WS-EXC-DATE
                   MOVE BAL-CURRENT-BALANCE TO WS-EXC-AMOUNT-1
                   PERFORM 8100-WRITE-EXCEPTION
                   MOVE WS-BAL-KEY TO WS-REF-CHECK-ACCOUNT
                   PERFORM 5000-CHECK-REFERENCE
                   PERFORM 4200-READ-MASTER
               WHEN OTHER
                   ADD 1 TO WS-NOT-ON-MASTER-COUNT
                   MOVE SPACES TO WS-EXCEPTION-LINE
                   MOVE HWK-ACCOUNT TO WS-EXC-ACCOUNT
                   MOVE "NOT ON BALMSTR" TO WS-EXC-REASON
                   MOVE HWK-LAST-POST-DATE TO WS-EXC-DATE
                   MOVE HWK-LAST-BALANCE TO WS-EXC-AMOUNT-2
                   PERFORM 8100-WRITE-EXCEPTION
                   MOVE WS-HWK-KEY TO WS-REF-CHECK-ACCOUNT
                   PERFORM 5000-CHECK-REFERENCE
                   PERFORM 4100-READ-WORK
           END-EVALUATE.

      ******************************************************************
      *    THE MASTER MUST CARRY WHAT THE LAST POSTING LEFT: THE SAME *
      *    CURRENT AND PRIOR BALANCE, POST DATE AND PRODUCING RUN.    *
      *    ITS POST COUNT MAY EXCEED THE HISTORY'S (POSTINGS MADE     *
      *    BEFORE HISTORY WAS KEPT) BUT NEVER FALL SHORT OF IT.       *
      *    AMOUNT 1 IS THE MASTER'S FIGURE, AMOUNT 2 THE HISTORY'S,   *
      *    AMOUNT 3 THE DIFFERENCE.                                   *
      ******************************************************************
       4400-COMPARE-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-BREAK-FLAG
           IF BAL-CURRENT-BALANCE NOT = HWK-LAST-BALANCE
               SET WS-ACCOUNT-BREAK TO TRUE
               MOVE SPACES TO WS-EXCEPTION-LINE
               MOVE "CURRENT BAL DIFFERS" TO WS-EXC-REASON
               MOVE BAL-CURRENT-BALANCE TO WS-EXC-AMOUNT-1
               MOVE HWK-LAST-BALANCE TO WS-EXC-AMOUNT-2
               COMPUTE WS-EXC-AMOUNT-3
                   = BAL-CURRENT-BALANCE - HWK-LAST-BALANCE
               PERFORM 4500-WRITE-MASTER-BREAK
           END-IF
           COMPUTE WS-HISTORY-PRIOR = HWK-LAST-BALANCE - HWK-LAST-POSTED
           IF BAL-PRIOR-BALANCE NOT = WS-HISTORY-PRIOR
               SET WS-ACCOUNT-BREAK TO TRUE
               MOVE SPACES TO WS-EXCEPTION-LINE
               MOVE "PRIOR BAL DIFFERS" TO WS-EXC-REASON
               MOVE BAL-PRIOR-BALANCE TO WS-EXC-AMOUNT-1
               MOVE WS-HISTORY-PRIOR TO WS-EXC-AMOUNT-2
               COMPUTE WS-EXC-AMOUNT-3
                   = BAL-PRIOR-BALANCE - WS-HISTORY-PRIOR
               PERFORM 4500-WRITE-MASTER-BREAK
           END-IF
           IF BAL-LAST-POST-DATE NOT = HWK-LAST-POST-DATE
               SET WS-ACCOUNT-BREAK TO TRUE
               MOVE SPACES TO WS-EXCEPTION-LINE
               MOVE "POST DATE DIFFERS" TO WS-EXC-REASON
               MOVE BAL-LAST-POST-DATE TO WS-EXC-DATE
               PERFORM 4500-WRITE-MASTER-BREAK
               MOVE SPACES TO EXCEPTION-REPORT-RECORD
               STRING "         BALHIST LAST POST DATE "
                      HWK-LAST-POST-DATE
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
               WRITE EXCEPTION-REPORT-RECORD
           END-IF
           IF HWK-LAST-RUN-DATE NUMERIC
                   AND BAL-LAST-RUN-DATE NOT = HWK-LAST-RUN-DATE
               SET WS-ACCOUNT-BREAK TO TRUE
               MOVE SPACES TO WS-EXCEPTION-LINE
               MOVE "RUN DATE DIFFERS" TO WS-EXC-REASON
               MOVE BAL-LAST-RUN-DATE TO WS-EXC-DATE
               PERFORM 4500-WRITE-MASTER-BREAK
               MOVE SPACES TO EXCEPTION-REPORT-RECORD
               STRING "         BALHIST LAST RUN DATE "
                      HWK-LAST-RUN-DATE
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
               WRITE EXCEPTION-REPORT-RECORD
           END-IF
           IF BAL-POST-COUNT < HWK-ENTRY-COUNT
               SET WS-ACCOUNT-BREAK TO TRUE
               MOVE SPACES TO WS-EXCEPTION-LINE
               MOVE "POST COUNT SHORT" TO WS-EXC-REASON
               PERFORM 4500-WRITE-MASTER-BREAK
               MOVE SPACES TO EXCEPTION-REPORT-RECORD
               MOVE HWK-ENTRY-COUNT TO WS-HISTORY-POSTS
               STRING "         BALMSTR POSTS " BAL-POST-COUNT
                      " BALHIST POSTS " WS-HISTORY-POSTS
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
               WRITE EXCEPTION-REPORT-RECORD
           END-IF
           IF WS-ACCOUNT-BREAK
               ADD 1 TO WS-MASTER-BREAKS
           ELSE
               ADD 1 TO WS-ACCOUNTS-AGREED
           END-IF.

       4500-WRITE-MASTER-BREAK.
           MOVE BAL-ACCOUNT TO WS-EXC-ACCOUNT
           PERFORM 8100-WRITE-EXCEPTION.

       5000-CHECK-REFERENCE.
           IF WS-REFERENCE-AVAILABLE
               MOVE WS-REF-CHECK-ACCOUNT TO REF-ACCOUNT
               READ ACCOUNT-REF-FILE
               IF WS-REF-STATUS NOT = "00"
                   ADD 1 TO WS-NOT-ON-REF-COUNT
                   MOVE SPACES TO WS-EXCEPTION-LINE
                   MOVE WS-REF-CHECK-ACCOUNT TO WS-EXC-ACCOUNT
                   MOVE "NOT ON ACTREF" TO WS-EXC-REASON
                   PERFORM 8100-WRITE-EXCEPTION
               END-IF
           END-IF.

       8000-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REBUILD-REPORT-RECORD
           WRITE REBUILD-REPORT-RECORD.

       8100-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-EXCEPTION-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD.

       9000-FINISH.
           IF NOT WS-PARM-ERROR OR WS-HISTORY-READ > ZERO
               MOVE "HISTORY READ:" TO WS-TOT-LABEL
               MOVE WS-HISTORY-READ TO WS-TOT-VALUE
               PERFORM 8000-WRITE-TOTAL-LINE
               MOVE "HISTORY USED:" TO WS-TOT-LABEL
               MOVE WS-HISTORY-USED TO WS-TOT-VALUE
               PERFORM 8000-WRITE-TOTAL-LINE
               MOVE "HISTORY AFTER DATE:" TO WS-TOT-LABEL
               MOVE WS-HISTORY-AFTER TO WS-TOT-VALUE
               PERFORM 8000-WRITE-TOTAL-LINE
               MOVE "UNREADABLE HISTORY:" TO WS-TOT-LABEL
               MOVE WS-HISTORY-UNREADABLE TO WS-TOT-VALUE
               PERFORM 8000-WRITE-TOTAL-LINE
               MOVE "HISTORY ACCOUNTS:" TO WS-TOT-LABEL
               MOVE WS-HISTORY-ACCOUNTS TO WS-TOT-VALUE
               PERFORM 8000-WRITE-TOTAL-LINE
               MOVE "CHAIN BREAKS:" TO WS-TOT-LABEL
               MOVE WS-CHAIN-BREAKS TO WS-TOT-VALUE
               PERFORM 8000-WRITE-TOTAL-LINE
               IF WS-MODE-REBUILD
                   MOVE "ACCOUNTS REBUILT:" TO WS-TOT-LABEL
                   MOVE WS-REBUILT-COUNT TO WS-TOT-VALUE
                   PERFORM 8000-WRITE-TOTAL-LINE
                   MOVE "ACCOUNTS CARRIED:" TO WS-TOT-LABEL
                   MOVE WS-CARRIED-COUNT TO WS-TOT-VALUE
                   PERFORM 8000-WRITE-TOTAL-LINE
                   MOVE "ONLY LATER HISTORY:" TO WS-TOT-LABEL
                   MOVE WS-LATER-ONLY-COUNT TO WS-TOT-VALUE
                   PERFORM 8000-WRITE-TOTAL-LINE
               ELSE
                   MOVE "BALMSTR ACCOUNTS:" TO WS-TOT-LABEL
                   MOVE WS-MASTER-ACCOUNTS TO WS-TOT-VALUE
                   PERFORM 8000-WRITE-TOTAL-LINE
                   MOVE "ACCOUNTS AGREED:" TO WS-TOT-LABEL
                   MOVE WS-ACCOUNTS-AGREED TO WS-TOT-VALUE
                   PERFORM 8000-WRITE-TOTAL-LINE
                   MOVE "ACCOUNTS DIFFERING:" TO WS-TOT-LABEL
                   MOVE WS-MASTER-BREAKS TO WS-TOT-VALUE
                   PERFORM 8000-WRITE-TOTAL-LINE
                   MOVE "NO BALHIST:" TO WS-TOT-LABEL
                   MOVE WS-NO-HISTORY-COUNT TO WS-TOT-VALUE
                   PERFORM 8000-WRITE-TOTAL-LINE
                   MOVE "NOT ON BALMSTR:" TO WS-TOT-LABEL
                   MOVE WS-NOT-ON-MASTER-COUNT TO WS-TOT-VALUE
                   PERFORM 8000-WRITE-TOTAL-LINE
               END-IF
               MOVE "NOT ON ACTREF:" TO WS-TOT-LABEL
               MOVE WS-NOT-ON-REF-COUNT TO WS-TOT-VALUE
               PERFORM 8000-WRITE-TOTAL-LINE
               MOVE "EXCEPTIONS LISTED:" TO WS-TOT-LABEL
               MOVE WS-EXCEPTION-COUNT TO WS-TOT-VALUE
               PERFORM 8000-WRITE-TOTAL-LINE
           END-IF
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE "NO EXCEPTIONS" TO EXCEPTION-REPORT-RECORD
               WRITE EXCEPTION-REPORT-RECORD
           END-IF
           IF WS-BAL-FILE-OPEN
               CLOSE BALANCE-MASTER
           END-IF
           IF WS-WORK-FILE-OPEN
               CLOSE HISTORY-WORK-FILE
           END-IF
           IF WS-REFERENCE-AVAILABLE
               CLOSE ACCOUNT-REF-FILE
           END-IF
           CLOSE REBUILD-REPORT-FILE
           CLOSE EXCEPTION-REPORT-FILE
           PERFORM 9500-WRITE-RUN-STATUS
           DISPLAY "Accounts: " WS-HISTORY-ACCOUNTS
                   " Exceptions: " WS-EXCEPTION-COUNT.

      ******************************************************************
      *    FAILED = THE REBUILD OR PROOF COULD NOT BE DONE (A REBUILD *
      *    THAT FAILED PART WAY HAS LEFT BALMSTR INCOMPLETE - RESTORE *
      *    OR RERUN IT); SUPPRESSED = DONE, WITH EXCEPTIONS LISTED.   *
      ******************************************************************
       9500-WRITE-RUN-STATUS.
           OPEN EXTEND RUN-STATUS-FILE
           IF WS-RST-STATUS = "35"
               OPEN OUTPUT RUN-STATUS-FILE
           END-IF
           IF WS-RST-STATUS = "00"
               MOVE "TRNBALR" TO RST-PROGRAM
               MOVE WS-RUN-DATE TO RST-RUN-DATE
               MOVE WS-RUN-TIME TO RST-RUN-TIME
               IF WS-MODE-PROOF
                   MOVE "PROOF" TO RST-MODE
               ELSE
                   MOVE "REBUILD" TO RST-MODE
               END-IF
               MOVE WS-HISTORY-ACCOUNTS TO RST-KEY-COUNT-1
               MOVE WS-EXCEPTION-COUNT TO RST-KEY-COUNT-2
               EVALUATE TRUE
                   WHEN WS-PARM-ERROR
                       SET RST-FAILED TO TRUE
                   WHEN WS-EXCEPTION-COUNT > ZERO
                       SET RST-SUPPRESSED TO TRUE
                   WHEN OTHER
                       SET RST-CLEAN TO TRUE
               END-EVALUATE
               MOVE SPACES TO RST-PERIOD
               MOVE ZEROES TO RST-EARLIEST-DATE
               MOVE RUN-STATUS-LINE TO RUN-STATUS-RECORD
               WRITE RUN-STATUS-RECORD
               CLOSE RUN-STATUS-FILE
           END-IF.
