      *    RUNSTAT.CPY                                                *
      *    LINE LAYOUT FOR THE COMMON RUN-STATUS FILE (RUNSTAT).      *
      *    EVERY BATCH STEP (TRNACUM, TRNPOST, TRNREVR, TRNMEND,      *
      *    TRNRSUB, TRNACRL, TRNBALR, TRNMREC) APPENDS EXACTLY ONE    *
      *    FIXED-FORMAT RECORD PER RUN SO A PROGRAM - NOT A HUMAN     *
      *    PAGING THROUGH CTLRPT, PSTJRNL AND REVRPT - CAN TELL       *
      *    WHETHER THE DAY RAN CLEAN, IN THE RIGHT ORDER, EXACTLY     *
      *    ONCE.  TRNCHKR READS IT EACH EVENING.  THE TWO KEY COUNTS  *
      *    ARE STEP-SPECIFIC (THE MAIN WORK COUNT AND THE MAIN        *
      *    PROBLEM COUNT - E.G. RECORDS PROCESSED / RECORDS REJECTED  *
      *    FOR TRNACUM, ACCOUNTS POSTED / POSTING ERRORS FOR          *
      *    TRNPOST).  RST-PERIOD IS THE YYYYMM PERIOD FOR TRNMEND AND *
      *    TRNMREC AND SPACES FOR DAILY STEPS. STATUS: C = CLEAN,     *
      *    S = OUTPUT SUPPRESSED OR WITHHELD (E.G. THE GL EXTRACT,    *
      *    OR A TRNMREC PROOF THAT FOUND BREAKS), F = FAILED.         *
      *    RST-EARLIEST-DATE IS THE EARLIEST BUSINESS DATE THE STEP   *
      *    WROTE UNDER (ZERO WHEN IT WROTE NOTHING DATED); TRNCHKR    *
      *    CHECKS ITS PERIOD AGAINST THE PERIOD CONTROL FILE          *
      *    (PRDCTL), AND DOES NOT ACCEPT A PERIOD PRDCTL CARRIES      *
      *    CLOSED UNTIL A TRNMREC RECORD FOR IT IS CLEAN.             *
      ******************************************************************
       01  RUN-STATUS-LINE.
           05  RST-PROGRAM             PIC X(08).
               88  RST-FAILED                  VALUE 'F'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RST-PERIOD              PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RST-EARLIEST-DATE       PIC 9(08) VALUE ZEROES.
           05  FILLER                  PIC X(07) VALUE SPACES.
