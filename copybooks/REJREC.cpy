      *    OF THE REJECTING RUN, AND THE REJECT REASON.  AFTER THE    *
      *    AMOUNTS ARE CORRECTED, TRNRSUB REBUILDS THE DETAILS FROM   *
      *    THIS FILE FOR MERGE AHEAD OF THE NEXT DAY'S TRANFILE.      *
      *    REJ-CORR-STATUS IS SET ONLY BY THE CORRECTION PROGRAM      *
      *    (TRNRCOR).  TRNACUM WRITES IT AS SPACE (AWAITING           *
      *    CORRECTION); TRNRSUB RESUBMITS ONLY CORRECTED RECORDS AND  *
      *    TRNRAGE LEAVES VOIDED AND WRITTEN-OFF RECORDS OUT OF ITS   *
      *    EXPOSURE FIGURES.  A VOIDED OR WRITTEN-OFF RECORD CARRIES  *
      *    THE CORRECTOR'S REASON IN REJ-REASON; THE ORIGINAL REJECT  *
      *    REASON IS KEPT ON THE CORRECTION AUDIT FILE (CORAUDIT).    *
      *    REJ-SUSPENSE-AMOUNT IS THE NET TRNACUM BOOKED TO THE       *
      *    SUSPENSE LEDGER ACCOUNT FOR THE REJECT (ZERO WHEN THE      *
      *    AMOUNT COULD NOT BE READ OR NO SUSPENSE ACCOUNT IS ON      *
      *    COAMAP).  TRNRSUB PASSES IT BACK AS A SUSPENSE-CLEARING    *
      *    RECORD WHEN THE REJECT IS RESUBMITTED OR DROPPED.          *
      ******************************************************************
       01  REJ-RECORD.
           05  REJ-ORIG-RECORD         PIC X(80).
           05  REJ-RUN-DATE            PIC 9(08).
           05  REJ-JOB-ID              PIC X(08).
           05  REJ-REASON              PIC X(30).
           05  REJ-CORR-STATUS         PIC X(01).
               88  REJ-AWAITING-CORRECTION     VALUE SPACE.
               88  REJ-CORRECTED               VALUE 'C'.
               88  REJ-VOIDED                  VALUE 'V'.
               88  REJ-WRITTEN-OFF             VALUE 'W'.
           05  REJ-SUSPENSE-AMOUNT     PIC S9(7)V99 COMP-3.
