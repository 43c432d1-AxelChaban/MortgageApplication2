      *****************************************************************
      *    EPSACCR                                                   *
      *    ACCRUED-INTEREST LEDGER RECORD LAYOUT - ONE KEYED ROW PER *
      *    MORTGAGE ACCOUNT CARRYING THE INTEREST EARNED ON THE      *
      *    LOAN BUT NOT YET PAID.  DBBACCR ADDS EACH NIGHT'S DAILY   *
      *    INTEREST (CM-CURRENT-BALANCE AT CM-INTEREST-RATE OVER A   *
      *    365-DAY YEAR, ONE DAY PER CALENDAR DAY SINCE THE LAST     *
      *    ACCRUAL) AND JOURNALS IT AS INTEREST RECEIVABLE AGAINST   *
      *    INTEREST INCOME; DBBPOST RELIEVES IT OUT OF EACH POSTED   *
      *    PAYMENT AFTER ESCROW AND FEES AND BEFORE PRINCIPAL, AND   *
      *    DBBPOFF CLEARS IT WHEN A PAYOFF SETTLES.                  *
      *****************************************************************
           05  AI-MORTGAGE-ACCT-NO       PIC X(12).
           05  AI-CUSTOMER-ID            PIC X(10).
           05  AI-ACCRUED-BALANCE        PIC 9(7)V99.
           05  AI-LAST-DAILY-AMOUNT      PIC 9(5)V99.
           05  AI-LAST-ACCRUAL-DATE      PIC X(10).
           05  AI-TOTAL-ACCRUED          PIC 9(9)V99.
           05  AI-TOTAL-RELIEVED         PIC 9(9)V99.
           05  FILLER                    PIC X(10).
