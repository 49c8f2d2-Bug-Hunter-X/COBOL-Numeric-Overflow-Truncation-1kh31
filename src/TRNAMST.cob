      *              ON AMNTRPT WITH COUNTS.  ACCOUNTS ARE NEVER      *
      *              DELETED; CLOSING KEEPS THE RECORD SO THE         *
      *              BALANCE MASTER HISTORY STAYS EXPLAINABLE.        *
      *              ADD AND CHG MAY CARRY THE ACCOUNT'S ACCRUAL      *
      *              CLASS (REF-CLASS-CODE) IN COLUMNS 47-48, AFTER   *
      *              THE 30-BYTE DESCRIPTION.  ADD TAKES IT AS GIVEN; *
      *              CHG CHANGES IT ONLY WHEN NOT BLANK, AND -- TAKES *
      *              THE ACCOUNT OUT OF ACCRUAL.                      *
      *              ADD AND CHG MAY ALSO CARRY THE ACCOUNT'S CREDIT  *
      *              LIMIT IN COLUMNS 50-58 (NINE DIGITS, THE LAST TWO*
      *              THE CENTS) AND ITS LIMIT TREATMENT IN COLUMN 60  *
      *              (R REJECT, H HOLD, A ALLOW AND REPORT).  A BLANK *
      *              FIELD IS LEFT AS IT IS; A LIMIT GIVEN TO AN      *
      *              ACCOUNT WITH NO TREATMENT TAKES R, AND A         *
      *              TREATMENT GIVEN TO AN ACCOUNT WITH NO LIMIT TAKES*
      *              A ZERO LIMIT (NO OVERDRAFT).  - IN COLUMN 60     *
      *              REMOVES THE LIMIT.  A LIMIT THAT IS NOT NUMERIC  *
      *              OR AN UNKNOWN TREATMENT REJECTS THE LINE.        *
      *                                                                *
      *    CHANGE LOG                                                 *
      *    ----------                                                 *
      *    2026-09-01  INITIAL VERSION.                               *
      *    2026-10-15  ACCOUNTS NOW CARRY AN ACCRUAL CLASS (REF-      *
      *                CLASS-CODE), SET BY ADD AND CHG IN COLUMNS     *
      *                47-48 AND CLEARED BY A CHG WITH --, FOR THE    *
      *                ACCRUAL RUN (TRNACRL).                         *
      *    2026-10-15  ACCOUNTS NOW CARRY A CREDIT LIMIT (REF-CREDIT- *
      *                LIMIT) AND A LIMIT TREATMENT (REF-LIMIT-       *
      *                TREATMENT), SET BY ADD AND CHG IN COLUMNS      *
      *                50-58 AND 60 AND REMOVED BY A CHG WITH - IN    *
      *                COLUMN 60, FOR TRNACUM'S CREDIT LIMIT CHECK.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNAMST.
               88  WS-REF-FILE-OPEN            VALUE 'Y'.
           05  WS-MAINT-OPEN-FLAG      PIC X(01) VALUE 'N'.
               88  WS-MAINT-FILE-OPEN          VALUE 'Y'.
           05  WS-LIMIT-EDIT-FLAG      PIC X(01) VALUE 'Y'.
               88  WS-LIMIT-FIELDS-VALID       VALUE 'Y'.

       01  WS-MAINT-STATUS             PIC X(02).
       01  WS-REF-STATUS               PIC X(02).
           05  WS-MNT-STATUS           PIC X(01).
           05  FILLER                  PIC X(01).
           05  WS-MNT-DESCRIPTION      PIC X(30).
           05  FILLER                  PIC X(01).
           05  WS-MNT-CLASS            PIC X(02).
           05  FILLER                  PIC X(01).
           05  WS-MNT-LIMIT            PIC 9(07)V99.
           05  WS-MNT-LIMIT-X REDEFINES WS-MNT-LIMIT
                                       PIC X(09).
           05  FILLER                  PIC X(01).
           05  WS-MNT-TREATMENT        PIC X(01).
               88  WS-MNT-TREATMENT-VALID      VALUE 'R' 'H' 'A' '-'
                                                     SPACE.
               88  WS-MNT-LIMIT-REMOVED        VALUE '-'.
           05  FILLER                  PIC X(20).

       01  WS-MAINT-COUNTS.
           05  WS-LINES-READ           PIC 9(7) VALUE ZEROES.
           END-READ.

       2200-ADD-ACCOUNT.
           PERFORM 2500-EDIT-LIMIT-FIELDS
           IF WS-MNT-ACCOUNT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "ACCOUNT NUMBER MISSING - REJECTED" TO WS-RPT-MSG
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               IF NOT WS-LIMIT-FIELDS-VALID
                   PERFORM 2510-REJECT-LIMIT-FIELDS
               ELSE
                   PERFORM 2210-WRITE-NEW-ACCOUNT
               END-IF
           END-IF.

       2210-WRITE-NEW-ACCOUNT.
           MOVE WS-MNT-ACCOUNT TO REF-ACCOUNT
           READ ACCOUNT-REF-FILE
           IF WS-REF-STATUS = "00"
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "ACCOUNT ALREADY ON ACTREF - REJECTED"
                   TO WS-RPT-MSG
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               MOVE WS-MNT-ACCOUNT TO REF-ACCOUNT
               IF WS-MNT-STATUS = 'O' OR 'C' OR 'S'
                   MOVE WS-MNT-STATUS TO REF-STATUS
               ELSE
                   SET REF-OPEN TO TRUE
               END-IF
               MOVE WS-MNT-DESCRIPTION TO REF-DESCRIPTION
               MOVE WS-RUN-DATE TO REF-MAINT-DATE
               MOVE SPACES TO REF-RECORD(48:13)
               IF WS-MNT-CLASS NOT = "--"
                   MOVE WS-MNT-CLASS TO REF-CLASS-CODE
               END-IF
               PERFORM 2550-APPLY-LIMIT-FIELDS
               WRITE REF-RECORD
               IF WS-REF-STATUS = "00"
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE "ADDED" TO WS-RPT-MSG
                   PERFORM 8000-WRITE-REPORT-LINE
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-IF.

       2300-CHANGE-ACCOUNT.
           PERFORM 2500-EDIT-LIMIT-FIELDS
           MOVE WS-MNT-ACCOUNT TO REF-ACCOUNT
           READ ACCOUNT-REF-FILE
           IF WS-REF-STATUS NOT = "00"
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "ACCOUNT NOT ON ACTREF - REJECTED" TO WS-RPT-MSG
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               IF NOT WS-LIMIT-FIELDS-VALID
                   PERFORM 2510-REJECT-LIMIT-FIELDS
               ELSE
                   PERFORM 2310-REWRITE-ACCOUNT
               END-IF
           END-IF.

       2310-REWRITE-ACCOUNT.
           IF WS-MNT-STATUS = 'O' OR 'C' OR 'S'
               MOVE WS-MNT-STATUS TO REF-STATUS
           END-IF
           IF WS-MNT-DESCRIPTION NOT = SPACES
               MOVE WS-MNT-DESCRIPTION TO REF-DESCRIPTION
           END-IF
           EVALUATE WS-MNT-CLASS
               WHEN SPACES
                   CONTINUE
               WHEN "--"
                   MOVE SPACES TO REF-CLASS-CODE
               WHEN OTHER
                   MOVE WS-MNT-CLASS TO REF-CLASS-CODE
           END-EVALUATE
           PERFORM 2550-APPLY-LIMIT-FIELDS
           MOVE WS-RUN-DATE TO REF-MAINT-DATE
           REWRITE REF-RECORD
           IF WS-REF-STATUS = "00"
               ADD 1 TO WS-CHANGED-COUNT
               MOVE "CHANGED" TO WS-RPT-MSG
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM 8100-WRITE-STATUS-ERROR
           END-IF.

       2400-CLOSE-ACCOUNT.
           MOVE WS-MNT-ACCOUNT TO REF-ACCOUNT
           READ ACCOUNT-REF-FILE
               END-IF
           END-IF.

      ******************************************************************
      *    THE CREDIT LIMIT FIELDS ARE EDITED BEFORE ANYTHING IS      *
      *    WRITTEN, SO A BAD LIMIT NEVER HALF-CHANGES AN ACCOUNT.     *
      ******************************************************************
       2500-EDIT-LIMIT-FIELDS.
           MOVE 'Y' TO WS-LIMIT-EDIT-FLAG
           IF WS-MNT-LIMIT-X NOT = SPACES
               IF WS-MNT-LIMIT NOT NUMERIC OR WS-MNT-LIMIT-REMOVED
                   MOVE 'N' TO WS-LIMIT-EDIT-FLAG
               END-IF
           END-IF
           IF NOT WS-MNT-TREATMENT-VALID
               MOVE 'N' TO WS-LIMIT-EDIT-FLAG
           END-IF.

       2510-REJECT-LIMIT-FIELDS.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE "CREDIT LIMIT OR TREATMENT INVALID - REJECTED"
               TO WS-RPT-MSG
           PERFORM 8000-WRITE-REPORT-LINE.

      ******************************************************************
      *    AN ACCOUNT WITH NO TREATMENT HAS NO LIMIT ON FILE (A       *
      *    RECORD FROM BEFORE THE FIELDS EXISTED CARRIES SPACES), SO  *
      *    ITS LIMIT STARTS FROM ZERO.  A LIMIT ALONE TAKES THE       *
      *    REJECT TREATMENT; A TREATMENT ALONE KEEPS THE LIMIT.       *
      ******************************************************************
       2550-APPLY-LIMIT-FIELDS.
           IF NOT REF-LIMIT-ENFORCED
               MOVE ZEROES TO REF-CREDIT-LIMIT
           END-IF
           IF WS-MNT-LIMIT-REMOVED
               MOVE SPACE TO REF-LIMIT-TREATMENT
               MOVE ZEROES TO REF-CREDIT-LIMIT
           ELSE
               IF WS-MNT-LIMIT-X NOT = SPACES
                   MOVE WS-MNT-LIMIT TO REF-CREDIT-LIMIT
                   IF NOT REF-LIMIT-ENFORCED
                       SET REF-LIMIT-REJECT TO TRUE
                   END-IF
               END-IF
               IF WS-MNT-TREATMENT NOT = SPACE
                   MOVE WS-MNT-TREATMENT TO REF-LIMIT-TREATMENT
               END-IF
           END-IF.

       8000-WRITE-REPORT-LINE.
           MOVE WS-MNT-ACTION TO WS-RPT-ACTION
           MOVE WS-MNT-ACCOUNT TO WS-RPT-ACCOUNT
