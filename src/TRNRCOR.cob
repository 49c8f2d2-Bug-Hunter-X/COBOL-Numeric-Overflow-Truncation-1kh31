      ******************************************************************
      *    PROGRAM:  TRNRCOR                                          *
      *    PURPOSE:  MAINTAIN THE REJECT FILE (REJFILE) BETWEEN       *
      *              TRNACUM AND TRNRSUB.  LOADS THE OUTSTANDING      *
      *              REJECTS, APPLIES THE CORRECTION TRANSACTIONS IN  *
      *              CORRFILE, AND WRITES THE RESULT TO REJNEW,       *
      *              WHICH THE JOB STREAM RENAMES OVER REJFILE.  ONE  *
      *              CORRECTION PER LINE, KEYED BY THE DETAIL'S       *
      *              TRAN-KEY AND THE REJECTING RUN'S DATE:           *
      *                  CHG  KKKKKKKKKK YYYYMMDD CHANGE FIELDS       *
      *                  VOID KKKKKKKKKK YYYYMMDD REASON...           *
      *                  WOFF KKKKKKKKKK YYYYMMDD REASON...           *
      *              THE CHG FIELDS (COLUMN 26 ON, ONE SPACE APART)   *
      *              ARE ACCOUNT X(8), AMOUNT-1 AND AMOUNT-2 AS       *
      *              +NNNNNNN (SIGN, FIVE DIGITS, TWO DECIMALS - THE  *
      *              PARMFILE LIMIT FORMAT), CURRENCY X(3), TRAN-CODE *
      *              X(2) AND EFFECTIVE DATE YYYYMMDD.  A BLANK FIELD *
      *              IS LEFT AS IT IS; A CHG WITH EVERY FIELD BLANK   *
      *              RELEASES THE REJECT UNCHANGED (E.G. ONCE THE     *
      *              MISSING RATE OR ACCOUNT HAS BEEN SET UP).  THE   *
      *              CORRECTED DETAIL IS EDITED AS TRNACUM EDITS IT:  *
      *              ACCOUNT ON ACTREF AND OPEN, BOTH AMOUNTS         *
      *              NUMERIC AND INSIDE THE PARMFILE LIMIT TIER FOR   *
      *              ITS TRAN-CODE (BASE-CURRENCY DETAILS - A FOREIGN *
      *              AMOUNT IS RANGE-EDITED AFTER CONVERSION WHEN     *
      *              TRNACUM SEES THE RESUBMISSION), AND AN EFFECTIVE *
      *              DATE THAT IS A REAL DATE, NOT PAST THE RUN DATE, *
      *              A BUSINESS DAY BY THE CALENDAR (MONDAY-FRIDAY    *
      *              WITHOUT IT; CODES ON A PARMFILE ANYDATE LINE ARE *
      *              EXEMPT) AND NOT IN A PERIOD CLOSED ON PRDCTL.  A *
      *              CORRECTION THAT FAILS ANY EDIT IS REJECTED TO    *
      *              CORRPT AND THE REJECT IS LEFT AS IT WAS.  VOID   *
      *              AND WOFF TAKE THE REJECT OUT OF THE CYCLE FOR    *
      *              GOOD AND MUST GIVE A REASON.  EVERY CHANGED      *
      *              FIELD APPENDS A BEFORE/AFTER LINE TO THE         *
      *              CORRECTION AUDIT FILE (CORAUDIT).  TRNRSUB       *
      *              RESUBMITS ONLY CORRECTED REJECTS AND TRNRAGE     *
      *              DROPS VOIDED AND WRITTEN-OFF ONES FROM ITS       *
      *              EXPOSURE TOTALS.  IF A WORK OR AUDIT FILE FAILS, *
      *              NO CORRECTION IS CARRIED: REJNEW IS WRITTEN AS A *
      *              COPY OF REJFILE AS IT STOOD AND THE RUN ENDS     *
      *              WITH RETURN CODE 8, OR 16 WHEN NOT EVEN THE COPY *
      *              COULD BE MADE AND REJNEW MUST NOT BE PROMOTED.   *
      *                                                                *
      *    CHANGE LOG                                                 *
      *    ----------                                                 *
      *    2026-10-15  INITIAL VERSION.                               *
      *    2026-10-15  REJNEW IS OPENED ONLY ONCE EVERY REJECT IS     *
      *                LOADED AND EVERY CORRECTION APPLIED; ANY WORK  *
      *                OR AUDIT FILE FAILURE NOW COPIES REJFILE TO    *
      *                REJNEW UNCHANGED AND ENDS WITH RETURN CODE 8   *
      *                (16 IF THE COPY FAILS). FILES ARE CLOSED BY    *
      *                OPEN FLAG. A CORRECTED EFFECTIVE DATE IS NOW   *
      *                EDITED FOR MONTH LENGTH, AND THE DETAIL'S DATE *
      *                AS TRNACUM EDITS IT: NOT IN THE FUTURE, A      *
      *                BUSINESS DAY BY CALENDAR (ANYDATE CODES        *
      *                EXEMPT) AND NOT IN A CLOSED PRDCTL PERIOD.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNRCOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJECT-FILE ASSIGN TO REJFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT CORRECTION-FILE ASSIGN TO CORRFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COR-STATUS.

           SELECT REJECT-NEW-FILE ASSIGN TO REJNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

           SELECT CORRECTION-AUDIT-FILE ASSIGN TO CORAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT REJECT-WORK-FILE ASSIGN TO RCORWRK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCW-KEY
               FILE STATUS IS WS-RCW-STATUS.

           SELECT ACCOUNT-REF-FILE ASSIGN TO ACTREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-ACCOUNT
               FILE STATUS IS WS-REF-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO PRDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-PERIOD
               FILE STATUS IS WS-PRD-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT PARM-FILE ASSIGN TO PARMFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CORRECTION-REPORT-FILE ASSIGN TO CORRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  REJECT-FILE-RECORD          PIC X(132).

       FD  CORRECTION-FILE
           RECORDING MODE IS F.
       01  CORRECTION-RECORD           PIC X(80).

       FD  REJECT-NEW-FILE
           RECORDING MODE IS F.
       01  REJECT-NEW-RECORD           PIC X(132).

       FD  CORRECTION-AUDIT-FILE
           RECORDING MODE IS F.
       01  CORRECTION-AUDIT-RECORD     PIC X(120).

       FD  REJECT-WORK-FILE.
       01  RCW-RECORD.
           05  RCW-KEY.
               10  RCW-TRAN-KEY        PIC X(10).
               10  RCW-REJ-RUN-DATE    PIC 9(08).
               10  RCW-SEQUENCE        PIC 9(07).
           05  RCW-REJECT-IMAGE        PIC X(132).

       FD  ACCOUNT-REF-FILE.
       COPY ACTREF.

       FD  PERIOD-CONTROL-FILE.
       COPY PRDCTL.

       FD  CALENDAR-FILE.
       COPY CALNDR.

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD                 PIC X(80).

       FD  CORRECTION-REPORT-FILE
           RECORDING MODE IS F.
       01  CORRECTION-REPORT-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
               88  WS-EOF                      VALUE 'Y'.
           05  WS-WORK-EOF-FLAG        PIC X(01) VALUE 'N'.
               88  WS-WORK-EOF                 VALUE 'Y'.
           05  WS-WORK-ERROR-FLAG      PIC X(01) VALUE 'N'.
               88  WS-WORK-FILE-ERROR          VALUE 'Y'.
           05  WS-PARM-EOF-FLAG        PIC X(01) VALUE 'N'.
               88  WS-PARM-EOF                 VALUE 'Y'.
           05  WS-REF-AVAIL-FLAG       PIC X(01) VALUE 'N'.
               88  WS-REFERENCE-AVAILABLE      VALUE 'Y'.
           05  WS-SCAN-DONE-FLAG       PIC X(01) VALUE 'N'.
               88  WS-SCAN-DONE                VALUE 'Y'.
           05  WS-CORR-VALID-FLAG      PIC X(01) VALUE 'Y'.
               88  WS-CORRECTION-VALID         VALUE 'Y'.
           05  WS-AUD-OPEN-FLAG        PIC X(01) VALUE 'N'.
               88  WS-AUD-FILE-OPEN            VALUE 'Y'.
           05  WS-RCW-OPEN-FLAG        PIC X(01) VALUE 'N'.
               88  WS-RCW-FILE-OPEN            VALUE 'Y'.
           05  WS-NEW-OPEN-FLAG        PIC X(01) VALUE 'N'.
               88  WS-NEW-FILE-OPEN            VALUE 'Y'.
           05  WS-REJ-OPEN-FLAG        PIC X(01) VALUE 'N'.
               88  WS-REJ-FILE-OPEN            VALUE 'Y'.
           05  WS-PRD-AVAIL-FLAG       PIC X(01) VALUE 'N'.
               88  WS-PERIOD-CONTROL-AVAILABLE VALUE 'Y'.
           05  WS-CAL-AVAIL-FLAG       PIC X(01) VALUE 'N'.
               88  WS-CALENDAR-AVAILABLE       VALUE 'Y'.
           05  WS-BUSINESS-DAY-FLAG    PIC X(01) VALUE 'N'.
               88  WS-IS-BUSINESS-DAY          VALUE 'Y'.
           05  WS-ANYDATE-FLAG         PIC X(01) VALUE 'N'.
               88  WS-ANYDATE-CODE             VALUE 'Y'.
           05  WS-DATE-VALID-FLAG      PIC X(01) VALUE 'N'.
               88  WS-DATE-VALID               VALUE 'Y'.

       01  WS-REJ-STATUS               PIC X(02).
       01  WS-COR-STATUS               PIC X(02).
       01  WS-AUD-STATUS               PIC X(02).
       01  WS-RCW-STATUS               PIC X(02).
       01  WS-REF-STATUS               PIC X(02).
       01  WS-PARM-STATUS              PIC X(02).
       01  WS-NEW-STATUS               PIC X(02).
       01  WS-PRD-STATUS               PIC X(02).
       01  WS-CAL-STATUS               PIC X(02).

       01  WS-RUN-CONTROL.
           05  WS-RUN-DATE             PIC 9(08) VALUE ZEROES.
           05  WS-RUN-TIME             PIC 9(08) VALUE ZEROES.
           05  WS-LOAD-SEQUENCE        PIC 9(07) VALUE ZEROES.
           05  WS-MATCH-COUNT          PIC 9(4) COMP VALUE ZEROES.
           05  WS-MATCHED-KEY          PIC X(25) VALUE SPACES.
           05  WS-ERROR-MSG            PIC X(54) VALUE SPACES.

       COPY REJREC.

       COPY TRANREC.

      ******************************************************************
      *    ONE CORRECTION TRANSACTION.  THE OPERAND AREA IS THE       *
      *    CHANGE FIELDS FOR CHG AND THE REASON TEXT FOR VOID/WOFF.   *
      ******************************************************************
       01  WS-CORR-WORK.
           05  WS-COR-ACTION           PIC X(04).
               88  WS-COR-CHANGE               VALUE "CHG".
               88  WS-COR-VOID                 VALUE "VOID".
               88  WS-COR-WRITE-OFF            VALUE "WOFF".
           05  FILLER                  PIC X(01).
           05  WS-COR-TRAN-KEY         PIC X(10).
           05  FILLER                  PIC X(01).
           05  WS-COR-REJ-RUN-DATE     PIC 9(08).
           05  FILLER                  PIC X(01).
           05  WS-COR-OPERANDS         PIC X(55).
           05  WS-COR-CHANGE-OPS REDEFINES WS-COR-OPERANDS.
               10  WS-COR-ACCOUNT      PIC X(08).
               10  FILLER              PIC X(01).
               10  WS-COR-AMOUNT-1     PIC S9(5)V99
                                       SIGN IS LEADING SEPARATE.
               10  WS-COR-AMOUNT-1-X REDEFINES WS-COR-AMOUNT-1
                                       PIC X(08).
               10  FILLER              PIC X(01).
               10  WS-COR-AMOUNT-2     PIC S9(5)V99
                                       SIGN IS LEADING SEPARATE.
               10  WS-COR-AMOUNT-2-X REDEFINES WS-COR-AMOUNT-2
                                       PIC X(08).
               10  FILLER              PIC X(01).
               10  WS-COR-CURRENCY     PIC X(03).
               10  FILLER              PIC X(01).
               10  WS-COR-TRAN-CODE    PIC X(02).
               10  FILLER              PIC X(01).
               10  WS-COR-EFF-DATE     PIC 9(08).
               10  WS-COR-EFF-DATE-X REDEFINES WS-COR-EFF-DATE
                                       PIC X(08).
               10  FILLER              PIC X(13).
           05  WS-COR-VOID-OPS REDEFINES WS-COR-OPERANDS.
               10  WS-COR-REASON       PIC X(30).
               10  FILLER              PIC X(25).

      ******************************************************************
      *    THE DETAIL AS IT STOOD BEFORE THE CORRECTION, LAID OVER    *
      *    THE TRANREC POSITIONS SO THE AUDIT CAN SHOW EACH FIELD'S   *
      *    OLD VALUE - INCLUDING A PACKED AMOUNT THAT IS NOT NUMERIC. *
      ******************************************************************
       01  WS-BEFORE-DETAIL.
           05  FILLER                  PIC X(11).
           05  WS-BFR-ACCOUNT          PIC X(08).
           05  WS-BFR-AMOUNT-1         PIC S9(5)V99 COMP-3.
           05  WS-BFR-AMOUNT-2         PIC S9(5)V99 COMP-3.
           05  FILLER                  PIC X(25).
           05  WS-BFR-CURRENCY         PIC X(03).
           05  WS-BFR-TRAN-CODE        PIC X(02).
           05  WS-BFR-EFF-DATE         PIC X(08).
           05  FILLER                  PIC X(15).

       01  WS-BEFORE-REJECT.
           05  WS-BFR-CORR-STATUS      PIC X(01).
           05  WS-BFR-REASON           PIC X(30).

       01  WS-EDIT-LIMITS.
           05  WS-MAX-TRAN-AMOUNT      PIC S9(5)V99 VALUE 50000.00.
           05  WS-MIN-TRAN-AMOUNT      PIC S9(5)V99 VALUE -50000.00.
           05  WS-EDIT-MAX             PIC S9(5)V99 VALUE ZEROES.
           05  WS-EDIT-MIN             PIC S9(5)V99 VALUE ZEROES.

       01  WS-PARM-WORK.
           05  WS-PARM-KEYWORD         PIC X(08).
           05  FILLER                  PIC X(01).
           05  WS-PARM-OPERANDS        PIC X(71).
           05  WS-PARM-LIMIT-OPS REDEFINES WS-PARM-OPERANDS.
               10  WS-PARM-LIM-CODE    PIC X(02).
               10  FILLER              PIC X(01).
               10  WS-PARM-LIM-MAX     PIC S9(5)V99
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(01).
               10  WS-PARM-LIM-MIN     PIC S9(5)V99
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(51).

       01  WS-LIMIT-CONTROL.
           05  WS-LIM-LIMIT            PIC 9(4) COMP VALUE 10.
           05  WS-LIM-COUNT            PIC 9(4) COMP VALUE ZEROES.
           05  WS-LIM-SUB              PIC 9(4) COMP VALUE ZEROES.
           05  WS-LIM-EXACT-FLAG       PIC X(01) VALUE 'N'.
               88  WS-LIM-EXACT                VALUE 'Y'.

       01  WS-LIMIT-TABLE.
           05  WS-LIM-ENTRY OCCURS 10 TIMES.
               10  WS-LIM-CODE         PIC X(02).
               10  WS-LIM-MAX          PIC S9(5)V99 COMP-3.
               10  WS-LIM-MIN          PIC S9(5)V99 COMP-3.

      ******************************************************************
      *    EFFECTIVE-DATE EDIT, AS TRNACUM MAKES IT: A REAL DATE, NOT *
      *    PAST THE RUN DATE, A BUSINESS DAY BY THE CALENDAR (OR      *
      *    MONDAY-FRIDAY FROM THE SERIAL) UNLESS THE TRAN-CODE IS ON  *
      *    THE PARMFILE ANYDATE LIST, AND NOT IN A CLOSED PERIOD.     *
      ******************************************************************
       01  WS-CALENDAR-CONTROL.
           05  WS-WEEK-WORK            PIC 9(07) VALUE ZEROES.
           05  WS-WEEKDAY              PIC 9(01) VALUE ZEROES.
           05  WS-MONTH-LENGTH         PIC 9(02) VALUE ZEROES.
           05  WS-ANY-LIMIT            PIC 9(4) COMP VALUE 20.
           05  WS-ANY-COUNT            PIC 9(4) COMP VALUE ZEROES.
           05  WS-ANY-SUB              PIC 9(4) COMP VALUE ZEROES.

       01  WS-ANYDATE-TABLE.
           05  WS-ANY-CODE             PIC X(02) OCCURS 20 TIMES.

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
           05  WS-CNV-LEAP-WORK        PIC 9(04).
           05  WS-CNV-LEAP-REM         PIC 9(04).
           05  WS-CNV-LEAP-FLAG        PIC X(01).
               88  WS-CNV-LEAP-YEAR            VALUE 'Y'.
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

       01  WS-CORRECTION-COUNTS.
           05  WS-REJECTS-LOADED       PIC 9(7) VALUE ZEROES.
           05  WS-CORRECTIONS-READ     PIC 9(7) VALUE ZEROES.
           05  WS-CORRECTIONS-APPLIED  PIC 9(7) VALUE ZEROES.
           05  WS-VOIDED-COUNT         PIC 9(7) VALUE ZEROES.
           05  WS-WRITTEN-OFF-COUNT    PIC 9(7) VALUE ZEROES.
           05  WS-CORRECTIONS-REJECTED PIC 9(7) VALUE ZEROES.
           05  WS-REJECTS-WRITTEN      PIC 9(7) VALUE ZEROES.
           05  WS-AWAITING-ON-FILE     PIC 9(7) VALUE ZEROES.
           05  WS-CORRECTED-ON-FILE    PIC 9(7) VALUE ZEROES.
           05  WS-CLOSED-ON-FILE       PIC 9(7) VALUE ZEROES.

       01  WS-AUDIT-LINE.
           05  WS-AUD-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-AUD-RUN-TIME         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-AUD-TRAN-KEY         PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-AUD-REJ-RUN-DATE     PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-AUD-ACTION           PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-AUD-FIELD            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-AUD-BEFORE           PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-AUD-AFTER            PIC X(30).
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  WS-AUD-AMOUNT-EDIT          PIC -(5)9.99.

       01  WS-STATUS-TEXT-WORK.
           05  WS-STATUS-CODE          PIC X(01).
           05  WS-STATUS-TEXT          PIC X(12).

       01  WS-REPORT-LINE.
           05  WS-RPT-ACTION           PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RPT-KEY              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RPT-REJ-DATE         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RPT-MSG              PIC X(54).
           05  FILLER                  PIC X(01) VALUE SPACE.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(24).
           05  WS-TOT-VALUE            PIC -(6)9.
           05  FILLER                  PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT WS-WORK-FILE-ERROR
               PERFORM 2000-LOAD-REJECTS
           END-IF
           IF NOT WS-WORK-FILE-ERROR
               PERFORM 3000-APPLY-CORRECTIONS
           END-IF
           IF NOT WS-WORK-FILE-ERROR
               PERFORM 4000-WRITE-NEW-REJECT-FILE
           END-IF
           IF WS-WORK-FILE-ERROR
               PERFORM 4500-CARRY-REJECTS-FORWARD
           END-IF
           PERFORM 9000-FINISH
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT CORRECTION-REPORT-FILE
           MOVE SPACES TO CORRECTION-REPORT-RECORD
           STRING "REJECT CORRECTION MAINTENANCE " WS-RUN-DATE
               DELIMITED BY SIZE INTO CORRECTION-REPORT-RECORD
           WRITE CORRECTION-REPORT-RECORD
           PERFORM 1050-READ-RUN-PARMS
           PERFORM 1100-OPEN-REFERENCE
           PERFORM 1150-OPEN-PERIOD-CONTROL
           PERFORM 1160-OPEN-CALENDAR
           OPEN EXTEND CORRECTION-AUDIT-FILE
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT CORRECTION-AUDIT-FILE
           END-IF
           IF WS-AUD-STATUS = "00"
               SET WS-AUD-FILE-OPEN TO TRUE
           ELSE
               SET WS-WORK-FILE-ERROR TO TRUE
               MOVE "** CORAUDIT UNAVAILABLE - RUN STOPPED **"
                   TO CORRECTION-REPORT-RECORD
               WRITE CORRECTION-REPORT-RECORD
           END-IF
           OPEN OUTPUT REJECT-WORK-FILE
           IF WS-RCW-STATUS = "00"
               CLOSE REJECT-WORK-FILE
               OPEN I-O REJECT-WORK-FILE
           END-IF
           IF WS-RCW-STATUS = "00"
               SET WS-RCW-FILE-OPEN TO TRUE
           ELSE
               SET WS-WORK-FILE-ERROR TO TRUE
               MOVE "** RCORWRK UNAVAILABLE - RUN STOPPED **"
                   TO CORRECTION-REPORT-RECORD
               WRITE CORRECTION-REPORT-RECORD
           END-IF.

      ******************************************************************
      *    ONLY THE LIMIT TIERS AND THE ANYDATE CODES ARE TAKEN FROM  *
      *    THE RUN-CONTROL PARAMETER FILE - THE SAME LINES, AND THE   *
      *    SAME DEFAULT WHEN NONE MATCHES, THAT TRNACUM EDITS         *
      *    AGAINST.  EVERY OTHER KEYWORD BELONGS TO TRNACUM AND IS    *
      *    PASSED OVER.                                               *
      ******************************************************************
       1050-READ-RUN-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM 1055-READ-PARM-RECORD UNTIL WS-PARM-EOF
               CLOSE PARM-FILE
           ELSE
               MOVE "PARMFILE NOT FOUND - DEFAULT LIMITS IN EFFECT"
                   TO CORRECTION-REPORT-RECORD
               WRITE CORRECTION-REPORT-RECORD
           END-IF.

       1055-READ-PARM-RECORD.
           READ PARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
               NOT AT END
                   MOVE PARM-RECORD TO WS-PARM-WORK
                   EVALUATE WS-PARM-KEYWORD
                       WHEN "LIMIT"
                           PERFORM 1058-LOAD-LIMIT-TIER
                       WHEN "ANYDATE"
                           PERFORM 1059-LOAD-ANYDATE-CODE
                   END-EVALUATE
           END-READ.

       1058-LOAD-LIMIT-TIER.
           IF WS-PARM-LIM-MAX NUMERIC AND WS-PARM-LIM-MIN NUMERIC
                   AND WS-LIM-COUNT < WS-LIM-LIMIT
               ADD 1 TO WS-LIM-COUNT
               MOVE WS-PARM-LIM-CODE TO WS-LIM-CODE(WS-LIM-COUNT)
               MOVE WS-PARM-LIM-MAX TO WS-LIM-MAX(WS-LIM-COUNT)
               MOVE WS-PARM-LIM-MIN TO WS-LIM-MIN(WS-LIM-COUNT)
           ELSE
               MOVE "PARM LIMIT LINE DROPPED - SEE PARMFILE"
                   TO CORRECTION-REPORT-RECORD
               WRITE CORRECTION-REPORT-RECORD
           END-IF.

       1059-LOAD-ANYDATE-CODE.
           IF WS-PARM-OPERANDS(1:2) NOT = SPACES
                   AND WS-ANY-COUNT < WS-ANY-LIMIT
               ADD 1 TO WS-ANY-COUNT
               MOVE WS-PARM-OPERANDS(1:2) TO WS-ANY-CODE(WS-ANY-COUNT)
           ELSE
               MOVE "PARM ANYDATE LINE DROPPED - SEE PARMFILE"
                   TO CORRECTION-REPORT-RECORD
               WRITE CORRECTION-REPORT-RECORD
           END-IF.

       1100-OPEN-REFERENCE.
           OPEN INPUT ACCOUNT-REF-FILE
           IF WS-REF-STATUS = "00"
               SET WS-REFERENCE-AVAILABLE TO TRUE
           ELSE
               IF WS-REF-STATUS NOT NUMERIC
                   MOVE "99" TO WS-REF-STATUS
               END-IF
               MOVE SPACES TO CORRECTION-REPORT-RECORD
               STRING "ACCOUNT REFERENCE UNAVAILABLE - STATUS "
                      WS-REF-STATUS " - ACCOUNT EDIT OFF"
                   DELIMITED BY SIZE INTO CORRECTION-REPORT-RECORD
               WRITE CORRECTION-REPORT-RECORD
           END-IF.

       1150-OPEN-PERIOD-CONTROL.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PRD-STATUS = "00"
               SET WS-PERIOD-CONTROL-AVAILABLE TO TRUE
           ELSE
               IF WS-PRD-STATUS NOT NUMERIC
                   MOVE "99" TO WS-PRD-STATUS
               END-IF
               MOVE SPACES TO CORRECTION-REPORT-RECORD
               STRING "PERIOD CONTROL UNAVAILABLE - STATUS "
                      WS-PRD-STATUS " - PERIOD LOCK OFF"
                   DELIMITED BY SIZE INTO CORRECTION-REPORT-RECORD
               WRITE CORRECTION-REPORT-RECORD
           END-IF.

       1160-OPEN-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = "00"
               SET WS-CALENDAR-AVAILABLE TO TRUE
           ELSE
               IF WS-CAL-STATUS NOT NUMERIC
                   MOVE "99" TO WS-CAL-STATUS
               END-IF
               MOVE SPACES TO CORRECTION-REPORT-RECORD
               STRING "CALENDAR UNAVAILABLE - STATUS "
                      WS-CAL-STATUS " - MON-FRI ASSUMED"
                   DELIMITED BY SIZE INTO CORRECTION-REPORT-RECORD
               WRITE CORRECTION-REPORT-RECORD
           END-IF.

      ******************************************************************
      *    THE REJECTS ARE KEYED BY TRAN-KEY AND REJECTING RUN DATE,  *
      *    WITH THE LOAD SEQUENCE BREAKING TIES SO TWO REJECTS THAT   *
      *    SHARE A KEY ARE BOTH KEPT (A CORRECTION AGAINST SUCH A     *
      *    PAIR IS REFUSED AS AMBIGUOUS - SEE 3300).  A REJECT THAT   *
      *    CANNOT BE LOADED STOPS THE RUN, SINCE REJNEW WOULD LOSE IT. *
      ******************************************************************
       2000-LOAD-REJECTS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT REJECT-FILE
           EVALUATE WS-REJ-STATUS
               WHEN "00"
                   PERFORM 2100-LOAD-ONE-REJECT
                       UNTIL WS-EOF OR WS-WORK-FILE-ERROR
                   CLOSE REJECT-FILE
               WHEN "35"
                   MOVE "REJFILE NOT FOUND - NOTHING TO CORRECT"
                       TO CORRECTION-REPORT-RECORD
                   WRITE CORRECTION-REPORT-RECORD
               WHEN OTHER
                   SET WS-WORK-FILE-ERROR TO TRUE
                   MOVE SPACES TO CORRECTION-REPORT-RECORD
                   STRING "** REJFILE UNREADABLE - STATUS "
                          WS-REJ-STATUS " - RUN STOPPED **"
                       DELIMITED BY SIZE INTO CORRECTION-REPORT-RECORD
                   WRITE CORRECTION-REPORT-RECORD
           END-EVALUATE.

       2100-LOAD-ONE-REJECT.
           READ REJECT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE REJECT-FILE-RECORD TO REJ-RECORD
                   MOVE REJ-ORIG-RECORD TO TRAN-RECORD
                   ADD 1 TO WS-LOAD-SEQUENCE
                   MOVE TRAN-KEY TO RCW-TRAN-KEY
                   IF REJ-RUN-DATE NUMERIC
                       MOVE REJ-RUN-DATE TO RCW-REJ-RUN-DATE
                   ELSE
                       MOVE ZEROES TO RCW-REJ-RUN-DATE
                   END-IF
                   MOVE WS-LOAD-SEQUENCE TO RCW-SEQUENCE
                   MOVE REJ-RECORD TO RCW-REJECT-IMAGE
                   WRITE RCW-RECORD
                   IF WS-RCW-STATUS = "00"
                       ADD 1 TO WS-REJECTS-LOADED
                   ELSE
                       SET WS-WORK-FILE-ERROR TO TRUE
                       MOVE "** RCORWRK WRITE FAILED - RUN STOPPED **"
                           TO CORRECTION-REPORT-RECORD
                       WRITE CORRECTION-REPORT-RECORD
                   END-IF
           END-READ
           IF WS-REJ-STATUS NOT = "00" AND WS-REJ-STATUS NOT = "10"
               SET WS-WORK-FILE-ERROR TO TRUE
               MOVE SPACES TO CORRECTION-REPORT-RECORD
               STRING "** REJFILE READ FAILED - STATUS "
                      WS-REJ-STATUS " - RUN STOPPED **"
                   DELIMITED BY SIZE INTO CORRECTION-REPORT-RECORD
               WRITE CORRECTION-REPORT-RECORD
           END-IF.

       3000-APPLY-CORRECTIONS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CORRECTION-FILE
           IF WS-COR-STATUS NOT = "00"
               MOVE "CORRFILE NOT FOUND - NO CORRECTIONS APPLIED"
                   TO CORRECTION-REPORT-RECORD
               WRITE CORRECTION-REPORT-RECORD
           ELSE
               PERFORM 3100-APPLY-ONE-CORRECTION
                   UNTIL WS-EOF OR WS-WORK-FILE-ERROR
               CLOSE CORRECTION-FILE
           END-IF.

       3100-APPLY-ONE-CORRECTION.
           READ CORRECTION-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CORRECTION-RECORD NOT = SPACES
                       ADD 1 TO WS-CORRECTIONS-READ
                       MOVE CORRECTION-RECORD TO WS-CORR-WORK
                       PERFORM 3200-EDIT-CORRECTION
                   END-IF
           END-READ.

       3200-EDIT-CORRECTION.
           SET WS-CORRECTION-VALID TO TRUE
           MOVE SPACES TO WS-ERROR-MSG
           MOVE WS-COR-ACTION TO WS-RPT-ACTION
           MOVE WS-COR-TRAN-KEY TO WS-RPT-KEY
           MOVE WS-CORR-WORK(17:8) TO WS-RPT-REJ-DATE
           IF NOT WS-COR-CHANGE AND NOT WS-COR-VOID
                   AND NOT WS-COR-WRITE-OFF
               MOVE 'N' TO WS-CORR-VALID-FLAG
               MOVE "UNKNOWN ACTION - REJECTED" TO WS-ERROR-MSG
           END-IF
           IF WS-CORRECTION-VALID
               IF WS-COR-TRAN-KEY = SPACES
                       OR WS-COR-REJ-RUN-DATE NOT NUMERIC
                   MOVE 'N' TO WS-CORR-VALID-FLAG
                   MOVE "KEY OR REJECT RUN DATE MISSING - REJECTED"
                       TO WS-ERROR-MSG
               END-IF
           END-IF
           IF WS-CORRECTION-VALID
               PERFORM 3300-LOCATE-REJECT
           END-IF
           IF WS-CORRECTION-VALID
               IF WS-COR-CHANGE
                   PERFORM 3400-APPLY-CHANGE
               ELSE
                   PERFORM 3600-APPLY-VOID
               END-IF
           END-IF
           IF NOT WS-CORRECTION-VALID
               ADD 1 TO WS-CORRECTIONS-REJECTED
               MOVE WS-ERROR-MSG TO WS-RPT-MSG
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

      ******************************************************************
      *    EXACTLY ONE REJECT MUST SIT UNDER THE KEY AND RUN DATE.    *
      *    THE FOUND RECORD IS READ BACK BY ITS FULL KEY SO IT CAN    *
      *    BE REWRITTEN IN PLACE.                                     *
      ******************************************************************
       3300-LOCATE-REJECT.
           MOVE ZEROES TO WS-MATCH-COUNT
           MOVE 'N' TO WS-SCAN-DONE-FLAG
           MOVE WS-COR-TRAN-KEY TO RCW-TRAN-KEY
           MOVE WS-COR-REJ-RUN-DATE TO RCW-REJ-RUN-DATE
           MOVE ZEROES TO RCW-SEQUENCE
           START REJECT-WORK-FILE
               KEY IS NOT LESS THAN RCW-KEY
           END-START
           IF WS-RCW-STATUS = "00"
               PERFORM 3310-SCAN-REJECT UNTIL WS-SCAN-DONE
           END-IF
           EVALUATE WS-MATCH-COUNT
               WHEN ZERO
                   MOVE 'N' TO WS-CORR-VALID-FLAG
                   MOVE "REJECT NOT ON FILE - REJECTED" TO WS-ERROR-MSG
               WHEN 1
                   MOVE WS-MATCHED-KEY TO RCW-KEY
                   READ REJECT-WORK-FILE
                   IF WS-RCW-STATUS = "00"
                       MOVE RCW-REJECT-IMAGE TO REJ-RECORD
                       MOVE REJ-ORIG-RECORD TO TRAN-RECORD
                   ELSE
                       SET WS-WORK-FILE-ERROR TO TRUE
                       MOVE 'N' TO WS-CORR-VALID-FLAG
                       MOVE "RCORWRK I-O FAILED - CORRECTION DROPPED"
                           TO WS-ERROR-MSG
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-CORR-VALID-FLAG
                   MOVE "MORE THAN ONE REJECT UNDER KEY - REJECTED"
                       TO WS-ERROR-MSG
           END-EVALUATE.

       3310-SCAN-REJECT.
           READ REJECT-WORK-FILE NEXT
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF RCW-TRAN-KEY NOT = WS-COR-TRAN-KEY
                           OR RCW-REJ-RUN-DATE NOT = WS-COR-REJ-RUN-DATE
                       SET WS-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-MATCH-COUNT
                       IF WS-MATCH-COUNT = 1
                           MOVE RCW-KEY TO WS-MATCHED-KEY
                       ELSE
                           SET WS-SCAN-DONE TO TRUE
                       END-IF
                   END-IF
           END-READ.

       3400-APPLY-CHANGE.
           IF REJ-VOIDED OR REJ-WRITTEN-OFF
               MOVE 'N' TO WS-CORR-VALID-FLAG
               MOVE "REJECT ALREADY VOIDED OR WRITTEN OFF - REJECTED"
                   TO WS-ERROR-MSG
           END-IF
           IF WS-CORRECTION-VALID AND NOT TRAN-TYPE-DETAIL
               MOVE 'N' TO WS-CORR-VALID-FLAG
               MOVE "NOT A DETAIL RECORD - REJECTED" TO WS-ERROR-MSG
           END-IF
           IF WS-CORRECTION-VALID
               PERFORM 3410-SAVE-BEFORE-VALUES
               PERFORM 3420-EDIT-CHANGE-FIELDS
           END-IF
           IF WS-CORRECTION-VALID
               PERFORM 3500-VALIDATE-DETAIL
           END-IF
           IF WS-CORRECTION-VALID
               MOVE TRAN-RECORD TO REJ-ORIG-RECORD
               SET REJ-CORRECTED TO TRUE
               PERFORM 3700-REWRITE-REJECT
           END-IF
           IF WS-CORRECTION-VALID
               PERFORM 3450-AUDIT-CHANGE
               ADD 1 TO WS-CORRECTIONS-APPLIED
               MOVE "CORRECTED - RELEASED FOR RESUBMISSION"
                   TO WS-RPT-MSG
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       3410-SAVE-BEFORE-VALUES.
           MOVE TRAN-RECORD TO WS-BEFORE-DETAIL
           MOVE REJ-CORR-STATUS TO WS-BFR-CORR-STATUS
           MOVE REJ-REASON TO WS-BFR-REASON.

      ******************************************************************
      *    A BLANK CHANGE FIELD LEAVES THE DETAIL'S VALUE ALONE.  A   *
      *    SUPPLIED AMOUNT OR DATE MUST BE READABLE BEFORE IT IS      *
      *    LAID INTO THE IMAGE - A DATE MUST BE A REAL ONE, ITS DAY   *
      *    WITHIN THE MONTH'S LENGTH.                                 *
      ******************************************************************
       3420-EDIT-CHANGE-FIELDS.
           IF WS-COR-AMOUNT-1-X NOT = SPACES
               IF WS-COR-AMOUNT-1 NUMERIC
                   MOVE WS-COR-AMOUNT-1 TO TRAN-AMOUNT-1
               ELSE
                   MOVE 'N' TO WS-CORR-VALID-FLAG
                   MOVE "NEW AMOUNT-1 NOT NUMERIC - REJECTED"
                       TO WS-ERROR-MSG
               END-IF
           END-IF
           IF WS-COR-AMOUNT-2-X NOT = SPACES
               IF WS-COR-AMOUNT-2 NUMERIC
                   MOVE WS-COR-AMOUNT-2 TO TRAN-AMOUNT-2
               ELSE
                   MOVE 'N' TO WS-CORR-VALID-FLAG
                   MOVE "NEW AMOUNT-2 NOT NUMERIC - REJECTED"
                       TO WS-ERROR-MSG
               END-IF
           END-IF
           IF WS-COR-EFF-DATE-X NOT = SPACES
               MOVE WS-COR-EFF-DATE-X TO WS-CNV-DATE
               PERFORM 3430-VALIDATE-DATE
               IF WS-DATE-VALID
                   MOVE WS-COR-EFF-DATE TO TRAN-EFF-DATE
               ELSE
                   MOVE 'N' TO WS-CORR-VALID-FLAG
                   MOVE "NEW EFFECTIVE DATE NOT VALID - REJECTED"
                       TO WS-ERROR-MSG
               END-IF
           END-IF
           IF WS-COR-ACCOUNT NOT = SPACES
               MOVE WS-COR-ACCOUNT TO TRAN-ACCOUNT
           END-IF
           IF WS-COR-CURRENCY NOT = SPACES
               MOVE WS-COR-CURRENCY TO TRAN-CURRENCY-CODE
           END-IF
           IF WS-COR-TRAN-CODE NOT = SPACES
               MOVE WS-COR-TRAN-CODE TO TRAN-CODE
           END-IF.

       3430-VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-VALID-FLAG
           IF WS-CNV-DATE NUMERIC
               IF WS-CNV-YYYY NOT < 1900
                       AND WS-CNV-MM > ZERO AND WS-CNV-MM < 13
                       AND WS-CNV-DD > ZERO
                   PERFORM 3432-SET-MONTH-LENGTH
                   IF WS-CNV-DD NOT > WS-MONTH-LENGTH
                       SET WS-DATE-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       3432-SET-MONTH-LENGTH.
           MOVE WS-DAYS-IN-MONTH(WS-CNV-MM) TO WS-MONTH-LENGTH
           IF WS-CNV-MM = 2
               PERFORM 3435-CHECK-LEAP-YEAR
               IF WS-CNV-LEAP-YEAR
                   ADD 1 TO WS-MONTH-LENGTH
               END-IF
           END-IF.

       3435-CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-CNV-LEAP-FLAG
           DIVIDE WS-CNV-YYYY BY 4
               GIVING WS-CNV-LEAP-WORK REMAINDER WS-CNV-LEAP-REM
           IF WS-CNV-LEAP-REM = ZERO
               SET WS-CNV-LEAP-YEAR TO TRUE
               DIVIDE WS-CNV-YYYY BY 100
                   GIVING WS-CNV-LEAP-WORK REMAINDER WS-CNV-LEAP-REM
               IF WS-CNV-LEAP-REM = ZERO
                   MOVE 'N' TO WS-CNV-LEAP-FLAG
                   DIVIDE WS-CNV-YYYY BY 400
                       GIVING WS-CNV-LEAP-WORK
                       REMAINDER WS-CNV-LEAP-REM
                   IF WS-CNV-LEAP-REM = ZERO
                       SET WS-CNV-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    ONE BEFORE/AFTER AUDIT LINE PER SUPPLIED FIELD, THEN THE   *
      *    STATUS CHANGE THAT RELEASES THE REJECT TO TRNRSUB.         *
      ******************************************************************
       3450-AUDIT-CHANGE.
           IF WS-COR-ACCOUNT NOT = SPACES
               MOVE "ACCOUNT" TO WS-AUD-FIELD
               MOVE WS-BFR-ACCOUNT TO WS-AUD-BEFORE
               MOVE TRAN-ACCOUNT TO WS-AUD-AFTER
               PERFORM 8100-WRITE-AUDIT-LINE
           END-IF
           IF WS-COR-AMOUNT-1-X NOT = SPACES
               MOVE "AMOUNT-1" TO WS-AUD-FIELD
               IF WS-BFR-AMOUNT-1 NUMERIC
                   MOVE WS-BFR-AMOUNT-1 TO WS-AUD-AMOUNT-EDIT
                   MOVE WS-AUD-AMOUNT-EDIT TO WS-AUD-BEFORE
               ELSE
                   MOVE "INVALID" TO WS-AUD-BEFORE
               END-IF
               MOVE TRAN-AMOUNT-1 TO WS-AUD-AMOUNT-EDIT
               MOVE WS-AUD-AMOUNT-EDIT TO WS-AUD-AFTER
               PERFORM 8100-WRITE-AUDIT-LINE
           END-IF
           IF WS-COR-AMOUNT-2-X NOT = SPACES
               MOVE "AMOUNT-2" TO WS-AUD-FIELD
               IF WS-BFR-AMOUNT-2 NUMERIC
                   MOVE WS-BFR-AMOUNT-2 TO WS-AUD-AMOUNT-EDIT
                   MOVE WS-AUD-AMOUNT-EDIT TO WS-AUD-BEFORE
               ELSE
                   MOVE "INVALID" TO WS-AUD-BEFORE
               END-IF
               MOVE TRAN-AMOUNT-2 TO WS-AUD-AMOUNT-EDIT
               MOVE WS-AUD-AMOUNT-EDIT TO WS-AUD-AFTER
               PERFORM 8100-WRITE-AUDIT-LINE
           END-IF
           IF WS-COR-CURRENCY NOT = SPACES
               MOVE "CURRENCY" TO WS-AUD-FIELD
               MOVE WS-BFR-CURRENCY TO WS-AUD-BEFORE
               MOVE TRAN-CURRENCY-CODE TO WS-AUD-AFTER
               PERFORM 8100-WRITE-AUDIT-LINE
           END-IF
           IF WS-COR-TRAN-CODE NOT = SPACES
               MOVE "TRANCODE" TO WS-AUD-FIELD
               MOVE WS-BFR-TRAN-CODE TO WS-AUD-BEFORE
               MOVE TRAN-CODE TO WS-AUD-AFTER
               PERFORM 8100-WRITE-AUDIT-LINE
           END-IF
           IF WS-COR-EFF-DATE-X NOT = SPACES
               MOVE "EFFDATE" TO WS-AUD-FIELD
               MOVE WS-BFR-EFF-DATE TO WS-AUD-BEFORE
               MOVE TRAN-EFF-DATE TO WS-AUD-AFTER
               PERFORM 8100-WRITE-AUDIT-LINE
           END-IF
           PERFORM 3460-AUDIT-STATUS.

       3460-AUDIT-STATUS.
           MOVE "STATUS" TO WS-AUD-FIELD
           MOVE WS-BFR-CORR-STATUS TO WS-STATUS-CODE
           PERFORM 8150-SET-STATUS-TEXT
           MOVE WS-STATUS-TEXT TO WS-AUD-BEFORE
           MOVE REJ-CORR-STATUS TO WS-STATUS-CODE
           PERFORM 8150-SET-STATUS-TEXT
           MOVE WS-STATUS-TEXT TO WS-AUD-AFTER
           PERFORM 8100-WRITE-AUDIT-LINE.

      ******************************************************************
      *    THE CORRECTED DETAIL MUST PASS THE EDITS TRNACUM WILL PUT  *
      *    IT THROUGH, SO A CORRECTION CANNOT SIMPLY BOUNCE AGAIN THE *
      *    NEXT DAY.  FOREIGN-CURRENCY AMOUNTS ARE LIMIT-EDITED ONLY  *
      *    AFTER CONVERSION, WHICH HAPPENS IN TRNACUM ITSELF.  THE    *
      *    EFFECTIVE DATE IS EDITED WHETHER OR NOT IT WAS CHANGED, SO *
      *    A REJECT RELEASED UNCHANGED CANNOT CARRY A BAD DATE BACK.  *
      ******************************************************************
       3500-VALIDATE-DETAIL.
           IF WS-REFERENCE-AVAILABLE
               MOVE TRAN-ACCOUNT TO REF-ACCOUNT
               READ ACCOUNT-REF-FILE
               IF WS-REF-STATUS NOT = "00"
                   MOVE 'N' TO WS-CORR-VALID-FLAG
                   MOVE "ACCOUNT UNKNOWN - REJECTED" TO WS-ERROR-MSG
               ELSE
                   IF NOT REF-OPEN
                       MOVE 'N' TO WS-CORR-VALID-FLAG
                       MOVE "ACCOUNT NOT OPEN - REJECTED"
                           TO WS-ERROR-MSG
                   END-IF
               END-IF
           END-IF
           IF WS-CORRECTION-VALID
               IF TRAN-AMOUNT-1 NOT NUMERIC
                       OR TRAN-AMOUNT-2 NOT NUMERIC
                   MOVE 'N' TO WS-CORR-VALID-FLAG
                   MOVE "AMOUNT STILL NOT NUMERIC - REJECTED"
                       TO WS-ERROR-MSG
               END-IF
           END-IF
           IF WS-CORRECTION-VALID
               IF TRAN-CURRENCY-CODE = SPACES
                       OR TRAN-CURRENCY-CODE = "USD"
                   PERFORM 3510-RESOLVE-LIMITS
                   IF TRAN-AMOUNT-1 > WS-EDIT-MAX
                           OR TRAN-AMOUNT-1 < WS-EDIT-MIN
                       MOVE 'N' TO WS-CORR-VALID-FLAG
                       MOVE "AMOUNT-1 OUT OF RANGE - REJECTED"
                           TO WS-ERROR-MSG
                   END-IF
                   IF TRAN-AMOUNT-2 > WS-EDIT-MAX
                           OR TRAN-AMOUNT-2 < WS-EDIT-MIN
                       MOVE 'N' TO WS-CORR-VALID-FLAG
                       MOVE "AMOUNT-2 OUT OF RANGE - REJECTED"
                           TO WS-ERROR-MSG
                   END-IF
               END-IF
           END-IF
           IF WS-CORRECTION-VALID
               PERFORM 3520-EDIT-EFF-DATE
           END-IF.

       3510-RESOLVE-LIMITS.
           MOVE WS-MAX-TRAN-AMOUNT TO WS-EDIT-MAX
           MOVE WS-MIN-TRAN-AMOUNT TO WS-EDIT-MIN
           MOVE 'N' TO WS-LIM-EXACT-FLAG
           PERFORM 3515-SCAN-LIMIT-TIER
               VARYING WS-LIM-SUB FROM 1 BY 1
               UNTIL WS-LIM-SUB > WS-LIM-COUNT.

       3515-SCAN-LIMIT-TIER.
           IF WS-LIM-CODE(WS-LIM-SUB) = TRAN-CODE
                   AND TRAN-CODE NOT = SPACES
               MOVE WS-LIM-MAX(WS-LIM-SUB) TO WS-EDIT-MAX
               MOVE WS-LIM-MIN(WS-LIM-SUB) TO WS-EDIT-MIN
               SET WS-LIM-EXACT TO TRUE
           ELSE
               IF WS-LIM-CODE(WS-LIM-SUB) = "**"
                       AND NOT WS-LIM-EXACT
                   MOVE WS-LIM-MAX(WS-LIM-SUB) TO WS-EDIT-MAX
                   MOVE WS-LIM-MIN(WS-LIM-SUB) TO WS-EDIT-MIN
               END-IF
           END-IF.

      ******************************************************************
      *    A DETAIL WITH NO EFFECTIVE DATE TAKES TRNACUM'S RUN DATE   *
      *    AND IS NOT EDITED HERE, AS TRNACUM DOES NOT EDIT IT.  THE  *
      *    MESSAGES ARE TRNACUM'S OWN.                                *
      ******************************************************************
       3520-EDIT-EFF-DATE.
           IF TRAN-EFF-DATE NUMERIC AND TRAN-EFF-DATE > ZERO
               MOVE TRAN-EFF-DATE TO WS-CNV-DATE-N
               PERFORM 3430-VALIDATE-DATE
               IF NOT WS-DATE-VALID
                   MOVE 'N' TO WS-CORR-VALID-FLAG
                   MOVE "EFFECTIVE DATE NOT VALID - REJECTED"
                       TO WS-ERROR-MSG
               ELSE
                   PERFORM 3530-EDIT-BUSINESS-DATE
                   IF WS-CORRECTION-VALID
                       PERFORM 3540-EDIT-PERIOD
                   END-IF
               END-IF
           END-IF.

       3530-EDIT-BUSINESS-DATE.
           MOVE 'N' TO WS-ANYDATE-FLAG
           PERFORM 3532-SCAN-ANYDATE-CODE
               VARYING WS-ANY-SUB FROM 1 BY 1
               UNTIL WS-ANY-SUB > WS-ANY-COUNT
                  OR WS-ANYDATE-CODE
           IF NOT WS-ANYDATE-CODE
               IF TRAN-EFF-DATE > WS-RUN-DATE
                   MOVE 'N' TO WS-CORR-VALID-FLAG
                   MOVE SPACES TO WS-ERROR-MSG
                   STRING "EFF DATE " TRAN-EFF-DATE
                          " IN THE FUTURE - REJECTED"
                       DELIMITED BY SIZE INTO WS-ERROR-MSG
               ELSE
                   PERFORM 3535-CHECK-BUSINESS-DAY
                   IF NOT WS-IS-BUSINESS-DAY
                       MOVE 'N' TO WS-CORR-VALID-FLAG
                       MOVE SPACES TO WS-ERROR-MSG
                       STRING "EFF DATE " TRAN-EFF-DATE
                              " NOT A BUSINESS DAY - REJECTED"
                           DELIMITED BY SIZE INTO WS-ERROR-MSG
                   END-IF
               END-IF
           END-IF.

       3532-SCAN-ANYDATE-CODE.
           IF WS-ANY-CODE(WS-ANY-SUB) = TRAN-CODE
               SET WS-ANYDATE-CODE TO TRUE
           END-IF.

      ******************************************************************
      *    IS WS-CNV-DATE A BUSINESS DAY?  THE CALENDAR DECIDES WHERE *
      *    IT CARRIES THE DATE; OTHERWISE MONDAY-FRIDAY FROM THE      *
      *    SERIAL (DAY 1, 0001-01-01, WAS A MONDAY, SO THE SERIAL MOD *
      *    7 IS 6 ON A SATURDAY AND 0 ON A SUNDAY).                   *
      ******************************************************************
       3535-CHECK-BUSINESS-DAY.
           PERFORM 3537-DATE-TO-SERIAL
           DIVIDE WS-CNV-SERIAL BY 7
               GIVING WS-WEEK-WORK REMAINDER WS-WEEKDAY
           IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
               MOVE 'N' TO WS-BUSINESS-DAY-FLAG
           ELSE
               SET WS-IS-BUSINESS-DAY TO TRUE
           END-IF
           IF WS-CALENDAR-AVAILABLE
               MOVE WS-CNV-DATE-N TO CAL-DATE
               READ CALENDAR-FILE
               IF WS-CAL-STATUS = "00" AND CAL-VALID-DAY-TYPE
                   IF CAL-BUSINESS-DAY
                       SET WS-IS-BUSINESS-DAY TO TRUE
                   ELSE
                       MOVE 'N' TO WS-BUSINESS-DAY-FLAG
                   END-IF
               END-IF
           END-IF.

       3537-DATE-TO-SERIAL.
           COMPUTE WS-CNV-PRIOR-YEAR = WS-CNV-YYYY - 1
           COMPUTE WS-CNV-WORK
               = 365 * WS-CNV-PRIOR-YEAR
               + WS-CNV-PRIOR-YEAR / 4
               - WS-CNV-PRIOR-YEAR / 100
               + WS-CNV-PRIOR-YEAR / 400
           ADD WS-DAYS-BEFORE-MONTH(WS-CNV-MM) TO WS-CNV-WORK
           ADD WS-CNV-DD TO WS-CNV-WORK
           IF WS-CNV-MM > 2
               PERFORM 3435-CHECK-LEAP-YEAR
               IF WS-CNV-LEAP-YEAR
                   ADD 1 TO WS-CNV-WORK
               END-IF
           END-IF
           MOVE WS-CNV-WORK TO WS-CNV-SERIAL.

       3540-EDIT-PERIOD.
           IF WS-PERIOD-CONTROL-AVAILABLE
               MOVE WS-CNV-DATE(1:6) TO PRD-PERIOD
               READ PERIOD-CONTROL-FILE
               IF WS-PRD-STATUS = "00" AND PRD-CLOSED
                   MOVE 'N' TO WS-CORR-VALID-FLAG
                   MOVE SPACES TO WS-ERROR-MSG
                   STRING "EFFECTIVE PERIOD " WS-CNV-DATE(1:6)
                          " CLOSED - REJECTED"
                       DELIMITED BY SIZE INTO WS-ERROR-MSG
               END-IF
           END-IF.

      ******************************************************************
      *    A VOID (THE ITEM SHOULD NEVER HAVE BEEN SENT) OR WRITE-OFF *
      *    (THE AMOUNT IS ABANDONED) CLOSES THE REJECT FOR GOOD.  THE *
      *    REASON REPLACES THE REJECT REASON ON THE FILE; THE OLD ONE *
      *    GOES TO THE AUDIT LINE.                                    *
      ******************************************************************
       3600-APPLY-VOID.
           IF REJ-VOIDED OR REJ-WRITTEN-OFF
               MOVE 'N' TO WS-CORR-VALID-FLAG
               MOVE "REJECT ALREADY VOIDED OR WRITTEN OFF - REJECTED"
                   TO WS-ERROR-MSG
           END-IF
           IF WS-CORRECTION-VALID AND WS-COR-REASON = SPACES
               MOVE 'N' TO WS-CORR-VALID-FLAG
               MOVE "NO REASON GIVEN - REJECTED" TO WS-ERROR-MSG
           END-IF
           IF WS-CORRECTION-VALID
               PERFORM 3410-SAVE-BEFORE-VALUES
               IF WS-COR-VOID
                   SET REJ-VOIDED TO TRUE
               ELSE
                   SET REJ-WRITTEN-OFF TO TRUE
               END-IF
               MOVE WS-COR-REASON TO REJ-REASON
               PERFORM 3700-REWRITE-REJECT
           END-IF
           IF WS-CORRECTION-VALID
               MOVE "REASON" TO WS-AUD-FIELD
               MOVE WS-BFR-REASON TO WS-AUD-BEFORE
               MOVE REJ-REASON TO WS-AUD-AFTER
               PERFORM 8100-WRITE-AUDIT-LINE
               PERFORM 3460-AUDIT-STATUS
               IF WS-COR-VOID
                   ADD 1 TO WS-VOIDED-COUNT
                   MOVE "VOIDED - OUT OF THE CORRECTION CYCLE"
                       TO WS-RPT-MSG
               ELSE
                   ADD 1 TO WS-WRITTEN-OFF-COUNT
                   MOVE "WRITTEN OFF - OUT OF THE CORRECTION CYCLE"
                       TO WS-RPT-MSG
               END-IF
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       3700-REWRITE-REJECT.
           MOVE REJ-RECORD TO RCW-REJECT-IMAGE
           REWRITE RCW-RECORD
           IF WS-RCW-STATUS NOT = "00"
               SET WS-WORK-FILE-ERROR TO TRUE
               MOVE 'N' TO WS-CORR-VALID-FLAG
               MOVE "RCORWRK I-O FAILED - CORRECTION DROPPED"
                   TO WS-ERROR-MSG
           END-IF.

      ******************************************************************
      *    THE NEW REJECT FILE CARRIES EVERY REJECT - CORRECTED,      *
      *    STILL AWAITING CORRECTION, AND VOIDED/WRITTEN OFF - SO     *
      *    TRNRAGE CAN LIST THE CLOSED ONES WITH THEIR REASON.        *
      *    REJNEW IS OPENED ONLY NOW, WITH EVERY REJECT LOADED AND    *
      *    EVERY CORRECTION APPLIED, SO IT IS NEVER LEFT HALF-BUILT   *
      *    BY A FAILURE EARLIER IN THE RUN.                           *
      ******************************************************************
       4000-WRITE-NEW-REJECT-FILE.
           OPEN OUTPUT REJECT-NEW-FILE
           IF WS-NEW-STATUS = "00"
               SET WS-NEW-FILE-OPEN TO TRUE
               MOVE 'N' TO WS-WORK-EOF-FLAG
               MOVE LOW-VALUES TO RCW-KEY
               START REJECT-WORK-FILE
                   KEY IS NOT LESS THAN RCW-KEY
               END-START
               IF WS-RCW-STATUS = "00"
                   PERFORM 4100-WRITE-NEW-REJECT
                       UNTIL WS-WORK-EOF OR WS-WORK-FILE-ERROR
               END-IF
           ELSE
               SET WS-WORK-FILE-ERROR TO TRUE
           END-IF.

       4100-WRITE-NEW-REJECT.
           READ REJECT-WORK-FILE NEXT
               AT END
                   SET WS-WORK-EOF TO TRUE
               NOT AT END
                   MOVE RCW-REJECT-IMAGE TO REJECT-NEW-RECORD
                   WRITE REJECT-NEW-RECORD
                   IF WS-NEW-STATUS = "00"
                       ADD 1 TO WS-REJECTS-WRITTEN
                       MOVE RCW-REJECT-IMAGE TO REJ-RECORD
                       PERFORM 4150-COUNT-ON-FILE
                   ELSE
                       SET WS-WORK-FILE-ERROR TO TRUE
                   END-IF
           END-READ
           IF WS-RCW-STATUS NOT = "00" AND WS-RCW-STATUS NOT = "10"
               SET WS-WORK-FILE-ERROR TO TRUE
           END-IF.

       4150-COUNT-ON-FILE.
           EVALUATE TRUE
               WHEN REJ-CORRECTED
                   ADD 1 TO WS-CORRECTED-ON-FILE
               WHEN REJ-VOIDED
               WHEN REJ-WRITTEN-OFF
                   ADD 1 TO WS-CLOSED-ON-FILE
               WHEN OTHER
                   ADD 1 TO WS-AWAITING-ON-FILE
           END-EVALUATE.

      ******************************************************************
      *    AFTER ANY WORK OR AUDIT FILE FAILURE NOTHING FROM THIS RUN *
      *    IS CARRIED: REJNEW IS WRITTEN AFRESH AS A COPY OF REJFILE  *
      *    SO THE RENAME STEP PUTS BACK WHAT WAS THERE, AND THE RUN   *
      *    ENDS WITH RETURN CODE 8.  ANY CORRECTION ALREADY REPORTED  *
      *    AND AUDITED IS MARKED BACKED OUT ON CORAUDIT AND MUST BE   *
      *    RE-ENTERED.  IF NOT EVEN THE COPY CAN BE MADE, THE RETURN  *
      *    CODE IS 16 AND REJNEW MUST NOT BE PROMOTED.                *
      ******************************************************************
       4500-CARRY-REJECTS-FORWARD.
           MOVE 8 TO RETURN-CODE
           IF WS-NEW-FILE-OPEN
               CLOSE REJECT-NEW-FILE
               MOVE 'N' TO WS-NEW-OPEN-FLAG
           END-IF
           MOVE ZEROES TO WS-REJECTS-WRITTEN
           MOVE ZEROES TO WS-AWAITING-ON-FILE
           MOVE ZEROES TO WS-CORRECTED-ON-FILE
           MOVE ZEROES TO WS-CLOSED-ON-FILE
           MOVE "** I-O ERROR - REJFILE COPIED TO REJNEW UNCHANGED **"
               TO CORRECTION-REPORT-RECORD
           WRITE CORRECTION-REPORT-RECORD
           IF WS-CORRECTIONS-APPLIED > ZERO OR WS-VOIDED-COUNT > ZERO
                   OR WS-WRITTEN-OFF-COUNT > ZERO
               MOVE "** CORRECTIONS ABOVE MUST BE RE-ENTERED **"
                   TO CORRECTION-REPORT-RECORD
               WRITE CORRECTION-REPORT-RECORD
               PERFORM 4520-AUDIT-BACKOUT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT REJECT-FILE
           IF WS-REJ-STATUS = "00"
               SET WS-REJ-FILE-OPEN TO TRUE
           END-IF
           IF WS-REJ-FILE-OPEN OR WS-REJ-STATUS = "35"
               OPEN OUTPUT REJECT-NEW-FILE
               IF WS-NEW-STATUS = "00"
                   SET WS-NEW-FILE-OPEN TO TRUE
               ELSE
                   PERFORM 4590-REJNEW-NOT-WRITTEN
               END-IF
           ELSE
               PERFORM 4590-REJNEW-NOT-WRITTEN
           END-IF
           IF WS-REJ-FILE-OPEN
               IF WS-NEW-FILE-OPEN
                   PERFORM 4510-COPY-ONE-REJECT UNTIL WS-EOF
               END-IF
               CLOSE REJECT-FILE
               MOVE 'N' TO WS-REJ-OPEN-FLAG
           END-IF.

       4510-COPY-ONE-REJECT.
           READ REJECT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE REJECT-FILE-RECORD TO REJECT-NEW-RECORD
                   WRITE REJECT-NEW-RECORD
                   IF WS-NEW-STATUS = "00"
                       ADD 1 TO WS-REJECTS-WRITTEN
                       MOVE REJECT-FILE-RECORD TO REJ-RECORD
                       PERFORM 4150-COUNT-ON-FILE
                   ELSE
                       SET WS-EOF TO TRUE
                       PERFORM 4590-REJNEW-NOT-WRITTEN
                   END-IF
           END-READ
           IF WS-REJ-STATUS NOT = "00" AND WS-REJ-STATUS NOT = "10"
               SET WS-EOF TO TRUE
               PERFORM 4590-REJNEW-NOT-WRITTEN
           END-IF.

       4520-AUDIT-BACKOUT.
           MOVE SPACES TO WS-CORR-WORK
           MOVE "RUN" TO WS-COR-ACTION
           MOVE ZEROES TO WS-COR-REJ-RUN-DATE
           MOVE "BACKOUT" TO WS-AUD-FIELD
           MOVE "CORRECTIONS THIS RUN" TO WS-AUD-BEFORE
           MOVE "NOT CARRIED - RE-ENTER" TO WS-AUD-AFTER
           PERFORM 8100-WRITE-AUDIT-LINE.

       4590-REJNEW-NOT-WRITTEN.
           MOVE 16 TO RETURN-CODE
           MOVE "** REJNEW NOT WRITTEN - DO NOT PROMOTE IT **"
               TO CORRECTION-REPORT-RECORD
           WRITE CORRECTION-REPORT-RECORD.

       8000-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CORRECTION-REPORT-RECORD
           WRITE CORRECTION-REPORT-RECORD
           MOVE SPACES TO WS-RPT-MSG.

       8100-WRITE-AUDIT-LINE.
           MOVE WS-RUN-DATE TO WS-AUD-RUN-DATE
           MOVE WS-RUN-TIME TO WS-AUD-RUN-TIME
           MOVE WS-COR-TRAN-KEY TO WS-AUD-TRAN-KEY
           MOVE WS-COR-REJ-RUN-DATE TO WS-AUD-REJ-RUN-DATE
           MOVE WS-COR-ACTION TO WS-AUD-ACTION
           MOVE WS-AUDIT-LINE TO CORRECTION-AUDIT-RECORD
           IF WS-AUD-FILE-OPEN
               WRITE CORRECTION-AUDIT-RECORD
               IF WS-AUD-STATUS NOT = "00" AND NOT WS-WORK-FILE-ERROR
                   SET WS-WORK-FILE-ERROR TO TRUE
                   MOVE "** CORAUDIT WRITE FAILED - RUN STOPPED **"
                       TO CORRECTION-REPORT-RECORD
                   WRITE CORRECTION-REPORT-RECORD
               END-IF
           END-IF.

       8150-SET-STATUS-TEXT.
           EVALUATE WS-STATUS-CODE
               WHEN 'C'
                   MOVE "CORRECTED" TO WS-STATUS-TEXT
               WHEN 'V'
                   MOVE "VOIDED" TO WS-STATUS-TEXT
               WHEN 'W'
                   MOVE "WRITTEN OFF" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "AWAITING" TO WS-STATUS-TEXT
           END-EVALUATE.

       8200-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO CORRECTION-REPORT-RECORD
           WRITE CORRECTION-REPORT-RECORD.

       9000-FINISH.
           MOVE "REJECTS LOADED:" TO WS-TOT-LABEL
           MOVE WS-REJECTS-LOADED TO WS-TOT-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "CORRECTIONS READ:" TO WS-TOT-LABEL
           MOVE WS-CORRECTIONS-READ TO WS-TOT-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "CORRECTED:" TO WS-TOT-LABEL
           MOVE WS-CORRECTIONS-APPLIED TO WS-TOT-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "VOIDED:" TO WS-TOT-LABEL
           MOVE WS-VOIDED-COUNT TO WS-TOT-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "WRITTEN OFF:" TO WS-TOT-LABEL
           MOVE WS-WRITTEN-OFF-COUNT TO WS-TOT-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "CORRECTIONS REJECTED:" TO WS-TOT-LABEL
           MOVE WS-CORRECTIONS-REJECTED TO WS-TOT-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "REJECTS WRITTEN:" TO WS-TOT-LABEL
           MOVE WS-REJECTS-WRITTEN TO WS-TOT-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "  AWAITING CORRECTION:" TO WS-TOT-LABEL
           MOVE WS-AWAITING-ON-FILE TO WS-TOT-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "  READY TO RESUBMIT:" TO WS-TOT-LABEL
           MOVE WS-CORRECTED-ON-FILE TO WS-TOT-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "  VOIDED/WRITTEN OFF:" TO WS-TOT-LABEL
           MOVE WS-CLOSED-ON-FILE TO WS-TOT-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           IF WS-RCW-FILE-OPEN
               CLOSE REJECT-WORK-FILE
           END-IF
           IF WS-AUD-FILE-OPEN
               CLOSE CORRECTION-AUDIT-FILE
           END-IF
           IF WS-REFERENCE-AVAILABLE
               CLOSE ACCOUNT-REF-FILE
           END-IF
           IF WS-PERIOD-CONTROL-AVAILABLE
               CLOSE PERIOD-CONTROL-FILE
           END-IF
           IF WS-CALENDAR-AVAILABLE
               CLOSE CALENDAR-FILE
           END-IF
           IF WS-NEW-FILE-OPEN
               CLOSE REJECT-NEW-FILE
           END-IF
           CLOSE CORRECTION-REPORT-FILE
           DISPLAY "Corrected: " WS-CORRECTIONS-APPLIED
                   " Voided: " WS-VOIDED-COUNT
                   " Written off: " WS-WRITTEN-OFF-COUNT
                   " Rejected: " WS-CORRECTIONS-REJECTED.
