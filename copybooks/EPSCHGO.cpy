      *****************************************************************
      *    EPSCHGO                                                   *
      *    CHARGE-OFF RECORD LAYOUT - ONE KEYED ROW PER MORTGAGE     *
      *    ACCOUNT WRITTEN OFF BY DBBCHGO, CARRYING THE PRINCIPAL,   *
      *    ACCRUED INTEREST AND LATE FEES CHARGED OFF AND WHY (DAYS  *
      *    PAST THE DELINQUENCY THRESHOLD, OR A SUPERVISOR REFERRAL  *
      *    FROM DBBCOLL).  EVERY PAYMENT DBBPOST TAKES FOR THE LOAN  *
      *    AFTERWARDS IS A RECOVERY - ADDED TO THE RECOVERED TOTAL   *
      *    HERE AND BOOKED TO RECOVERY INCOME, NEVER BACK ONTO THE   *
      *    LOAN.  THE BALANCE STILL OWED IS THE TOTAL CHARGED OFF    *
      *    LESS THE RECOVERED TOTAL.  READ BY DBBEXTR FOR THE BUREAU *
      *    FEED AND BY DBBCHGR FOR THE MONTHLY CREDIT-RISK REPORT.   *
      *****************************************************************
           05  CO-MORTGAGE-ACCT-NO       PIC X(12).
           05  CO-CUSTOMER-ID            PIC X(10).
           05  CO-CUSTOMER-NAME          PIC X(30).
           05  CO-CHGOFF-DATE            PIC X(10).
           05  CO-REASON-CODE            PIC X(4).
               88  CO-REASON-DAYS        VALUE 'DAYS'.
               88  CO-REASON-REFERRAL    VALUE 'REFR'.
           05  CO-MONTHS-BEHIND          PIC 9(3).
           05  CO-REFERRED-BY            PIC X(8).
           05  CO-PRINCIPAL              PIC 9(9)V99.
           05  CO-INTEREST               PIC 9(7)V99.
           05  CO-FEES                   PIC 9(7)V99.
           05  CO-TOTAL-CHARGED-OFF      PIC 9(9)V99.
           05  CO-RECOVERED-TOTAL        PIC 9(9)V99.
           05  CO-LAST-RECOVERY-DATE     PIC X(10).
           05  CO-RECOVERY-COUNT         PIC 9(5).
           05  FILLER                    PIC X(10).
