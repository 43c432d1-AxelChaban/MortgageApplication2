      *****************************************************************
      *    EPSLACT                                                   *
      *    LOAN ACTIVITY SUMMARY RECORD LAYOUT - ONE KEYED ROW PER   *
      *    MORTGAGE ACCOUNT WITH POSTED HISTORY, KEPT BY DBBPOST     *
      *    (AND DBBPOFF FOR A PAYOFF) AS EACH PAYHIST ROW IS         *
      *    WRITTEN, SO THE NIGHTLY AND PERIODIC PROGRAMS READ ONE    *
      *    RECORD INSTEAD OF WALKING THE ACCOUNT'S HISTORY.  EVERY   *
      *    ROW IS APPLIED THROUGH DBBLACT, AND DBBPOST PARM REBUILD  *
      *    REGENERATES THE FILE FROM PAYHIST AFTER A RESTORE.        *
      *    LA-PAID-TO-INSTALLMENT IS THE COUNT OF POSTED PAYMENTS    *
      *    NET OF REVERSALS.  THE MONEY BUCKETS ARE SIGNED (A        *
      *    REVERSAL SUBTRACTS): PRINCIPAL IS WHAT REDUCED THE        *
      *    BALANCE, INTEREST THE ACCRUED INTEREST RELIEVED (ON A     *
      *    PAYOFF THE FUNDS OVER PRINCIPAL), ESCROW THE ESCROW AND   *
      *    MORTGAGE-INSURANCE PREMIUM LEG, FEES THE LATE FEES        *
      *    COLLECTED.  THE PRIOR-YEAR BUCKETS HOLD THE YEAR BEFORE   *
      *    LA-YTD-YEAR.  THE DAY POSTINGS ARE TODAY'S TYPE AND       *
      *    AMOUNT PAIRS FOR THE DUPLICATE CHECK; A COUNT OVER TEN    *
      *    MEANS THE TABLE OVERFLOWED.                               *
      *****************************************************************
           05  LA-MORTGAGE-ACCT-NO       PIC X(12).
           05  LA-CUSTOMER-ID            PIC X(10).
           05  LA-NEXT-PAYMENT-SEQ       PIC 9(5).
           05  LA-PAID-TO-INSTALLMENT    PIC S9(5).
           05  LA-LAST-PAYMENT-DATE      PIC X(10).
           05  LA-LAST-POST-DATE         PIC X(10).
           05  LA-MTD-PERIOD             PIC X(7).
           05  LA-MTD-PRINCIPAL          PIC S9(9)V99.
           05  LA-MTD-INTEREST           PIC S9(9)V99.
           05  LA-MTD-ESCROW             PIC S9(9)V99.
           05  LA-MTD-FEES               PIC S9(9)V99.
           05  LA-YTD-YEAR               PIC X(4).
           05  LA-YTD-PRINCIPAL          PIC S9(9)V99.
           05  LA-YTD-INTEREST           PIC S9(9)V99.
           05  LA-YTD-ESCROW             PIC S9(9)V99.
           05  LA-YTD-FEES               PIC S9(9)V99.
           05  LA-PRIOR-YEAR-PRINCIPAL   PIC S9(9)V99.
           05  LA-PRIOR-YEAR-INTEREST    PIC S9(9)V99.
           05  LA-PRIOR-YEAR-ESCROW      PIC S9(9)V99.
           05  LA-PRIOR-YEAR-FEES        PIC S9(9)V99.
           05  LA-DAY-DATE               PIC X(10).
           05  LA-DAY-COUNT              PIC 9(3).
           05  LA-DAY-POSTING            OCCURS 10 TIMES.
               10  LA-DAY-TRANS-TYPE     PIC X(1).
               10  LA-DAY-TRANS-AMOUNT   PIC 9(7)V99.
           05  FILLER                    PIC X(20).
