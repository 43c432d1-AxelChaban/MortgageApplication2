      *****************************************************************
      *    EPSTBSN                                                   *
      *    TRIAL-BALANCE SNAPSHOT RECORD LAYOUT - ONE KEYED ROW PER  *
      *    MORTGAGE ACCOUNT, REFRESHED EVERY NIGHT BY DBBTBAL WITH   *
      *    THE PRINCIPAL, ESCROW AND LATE-FEE BALANCES IT PROVED,    *
      *    PLUS THE LATE-FEE ASSESSED AND WAIVED TOTALS SO THE NEXT  *
      *    NIGHT CAN TELL WHAT DBBLATE CHARGED OR WAIVED IN BETWEEN. *
      *    ONE NIGHT'S CLOSING IS THE NEXT NIGHT'S OPENING.  THE     *
      *    PRIOR FIELDS KEEP THE SNAPSHOT BEING REPLACED, SO A RERUN *
      *    FOR THE SAME BUSINESS DATE PROVES AGAINST THE SAME        *
      *    OPENING.  A PRIOR DATE OF SPACES MEANS THE ACCOUNT FIRST  *
      *    APPEARED ON THE SNAPSHOT DATE.                            *
      *****************************************************************
           05  TB-MORTGAGE-ACCT-NO       PIC X(12).
           05  TB-CUSTOMER-ID            PIC X(10).
           05  TB-SNAP-DATE              PIC X(10).
           05  TB-PRINCIPAL-BAL          PIC 9(9)V99.
           05  TB-ESCROW-BAL             PIC 9(9)V99.
           05  TB-FEE-BAL                PIC 9(7)V99.
           05  TB-FEE-ASSESSED           PIC 9(9)V99.
           05  TB-FEE-WAIVED             PIC 9(9)V99.
           05  TB-PRIOR-DATE             PIC X(10).
           05  TB-PRIOR-PRINCIPAL-BAL    PIC 9(9)V99.
           05  TB-PRIOR-ESCROW-BAL       PIC 9(9)V99.
           05  TB-PRIOR-FEE-BAL          PIC 9(7)V99.
           05  TB-PRIOR-FEE-ASSESSED     PIC 9(9)V99.
           05  TB-PRIOR-FEE-WAIVED       PIC 9(9)V99.
           05  FILLER                    PIC X(10).
