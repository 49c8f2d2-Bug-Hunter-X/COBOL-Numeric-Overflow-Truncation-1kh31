      ******************************************************************
      *    PSTDTL.CPY                                                 *
      *    RECORD LAYOUT FOR THE POSTED-DETAIL FILE (PSTDTL), AN      *
      *    INDEXED FILE KEYED BY ACCOUNT, EFFECTIVE (BUSINESS) DATE,  *
      *    TRAN-KEY AND TRAN-CODE.  TRNACUM WRITES ONE RECORD FOR     *
      *    EVERY DETAIL IT APPLIES, SO THE ONE NET FIGURE PER         *
      *    ACCOUNT PER DAY ON ACCTOTLS AND BALHIST CAN BE TAKEN BACK  *
      *    TO THE TRANSACTIONS THAT MADE IT UP (TRNDINQ).  THE KEY    *
      *    ORDER GROUPS AN ACCOUNT'S DETAILS BY BUSINESS DATE.  THE   *
      *    TRAN-CODE IN THE KEY KEEPS A REVERSAL (CODE RV, ORIGINAL   *
      *    KEY KEPT INTACT) APART FROM THE POSTING IT BACKS OUT.      *
      *    THE ORIGINAL AMOUNTS ARE AS KEYED IN PDT-CURRENCY-CODE;    *
      *    THE BASE AMOUNTS ARE AFTER CONVERSION, AND PDT-BASE-NET    *
      *    (THEIR SUM) IS WHAT WENT INTO THE ACCOUNT'S TOTAL.         *
      *    PDT-RUN-DATE AND PDT-JOB-ID NAME THE TRNACUM RUN THAT      *
      *    APPLIED THE DETAIL.                                        *
      ******************************************************************
       01  PDT-RECORD.
           05  PDT-KEY.
               10  PDT-ACCOUNT         PIC X(08).
               10  PDT-EFF-DATE        PIC 9(08).
               10  PDT-TRAN-KEY        PIC X(10).
               10  PDT-TRAN-CODE       PIC X(02).
           05  PDT-SOURCE-ID           PIC X(10).
           05  PDT-CURRENCY-CODE       PIC X(03).
           05  PDT-ORIG-AMOUNT-1       PIC S9(5)V99   COMP-3.
           05  PDT-ORIG-AMOUNT-2       PIC S9(5)V99   COMP-3.
           05  PDT-BASE-AMOUNT-1       PIC S9(5)V99   COMP-3.
           05  PDT-BASE-AMOUNT-2       PIC S9(5)V99   COMP-3.
           05  PDT-BASE-NET            PIC S9(7)V99   COMP-3.
           05  PDT-RUN-DATE            PIC 9(08).
           05  PDT-JOB-ID              PIC X(08).
           05  FILLER                  PIC X(22).
