      *    THE REFERENCE MASTER DOES NOT CARRY.  A CLOSED OR          *
      *    SUSPENDED ACCOUNT KEEPS ITS RECORD (AND ITS BALMSTR        *
      *    BALANCE) BUT ACCEPTS NO NEW DETAILS.                       *
      *    REF-CLASS-CODE SELECTS THE ACCOUNT'S INTEREST RATES AND    *
      *    MONTHLY FEE ON THE ACCRUAL SCHEDULE (ACRLSCH) USED BY      *
      *    TRNACRL; SPACES MEANS THE ACCOUNT DOES NOT ACCRUE.         *
      *    REF-CREDIT-LIMIT IS HOW FAR BELOW ZERO THE ACCOUNT MAY GO  *
      *    (ITS OVERDRAFT OR CREDIT LIMIT; ZERO ALLOWS NO OVERDRAFT). *
      *    REF-LIMIT-TREATMENT SAYS WHAT TRNACUM DOES WITH A DETAIL   *
      *    THAT WOULD TAKE THE PROJECTED BALANCE PAST IT: R REJECTS   *
      *    IT TO REJFILE, H HOLDS IT ON HOLDFILE FOR SUPERVISOR       *
      *    RELEASE (TRNHREL), A APPLIES IT AND REPORTS IT.  SPACE     *
      *    MEANS NO LIMIT IS ENFORCED AND REF-CREDIT-LIMIT IS NOT     *
      *    READ (RECORDS FROM BEFORE THE FIELDS EXISTED CARRY         *
      *    SPACES).  TRNPOST LISTS ANY POSTING THAT STILL LEAVES AN   *
      *    ACCOUNT PAST ITS LIMIT ON THE LIMIT-BREACH REPORT.         *
      ******************************************************************
       01  REF-RECORD.
           05  REF-ACCOUNT             PIC X(08).
               88  REF-SUSPENDED               VALUE 'S'.
           05  REF-DESCRIPTION         PIC X(30).
           05  REF-MAINT-DATE          PIC 9(08).
           05  REF-CLASS-CODE          PIC X(02).
           05  REF-CREDIT-LIMIT        PIC S9(7)V99 COMP-3.
           05  REF-LIMIT-TREATMENT     PIC X(01).
               88  REF-LIMIT-REJECT            VALUE 'R'.
               88  REF-LIMIT-HOLD              VALUE 'H'.
               88  REF-LIMIT-ALLOW             VALUE 'A'.
               88  REF-LIMIT-ENFORCED          VALUE 'R' 'H' 'A'.
           05  FILLER                  PIC X(05).
