      *****************************************************************
      *    EPSBORD                                                   *
      *    NEW-LOAN BOARDING RECORD LAYOUT - THE 300-BYTE BORDFEED   *
      *    FILE THE ORIGINATION SYSTEM SENDS ONCE A DAY WITH EVERY   *
      *    LOAN FUNDED SINCE THE LAST ONE, BOARDED BY DBBBORD.  THE  *
      *    FILE IS A HEADER (FILE DATE AND SENDER), ONE LOAN RECORD  *
      *    PER FUNDED LOAN AND A TRAILER (LOAN COUNT AND TOTAL       *
      *    FUNDED AMOUNT); DBBBORD VERIFIES BOTH BEFORE ANY LOAN IS  *
      *    BOARDED.  A LOAN RECORD CARRIES THE TERMS, THE BORROWER,  *
      *    THE ANNUAL TAX AND INSURANCE AND THE ESCROW COLLECTED AT  *
      *    CLOSING, THE MORTGAGE INSURANCE (SPACES AND ZERO WHEN     *
      *    UNINSURED), THE INVESTOR POOL (SPACES FOR A RETAINED      *
      *    LOAN) AND THE BORROWER'S BANK ACCOUNT FOR AUTOPAY.        *
      *****************************************************************
           05  BO-RECORD-TYPE            PIC X(1).
               88  BO-TYPE-HEADER        VALUE 'H'.
               88  BO-TYPE-LOAN          VALUE 'L'.
               88  BO-TYPE-TRAILER       VALUE 'T'.
           05  BO-LOAN-BODY.
               10  BO-CUSTOMER-ID        PIC X(10).
               10  BO-CUSTOMER-NAME      PIC X(30).
               10  BO-CUSTOMER-ADDRESS   PIC X(40).
               10  BO-MORTGAGE-ACCT-NO   PIC X(12).
               10  BO-LOAN-TYPE          PIC X(4).
               10  BO-PROPERTY-VALUE     PIC 9(9)V99.
               10  BO-LOAN-AMOUNT        PIC 9(9)V99.
               10  BO-INTEREST-RATE      PIC 9(2)V999.
               10  BO-LOAN-TERM-MONTHS   PIC 9(3).
               10  BO-FUNDING-DATE       PIC X(10).
               10  BO-CREDIT-SCORE       PIC 9(3).
               10  BO-SCORE-DATE         PIC X(10).
               10  BO-ANNUAL-TAX         PIC 9(7)V99.
               10  BO-ANNUAL-INSURANCE   PIC 9(7)V99.
               10  BO-INITIAL-ESCROW     PIC 9(9)V99.
               10  BO-MI-CARRIER-NAME    PIC X(20).
               10  BO-MI-CERTIFICATE-NO  PIC X(15).
               10  BO-MI-MONTHLY-PREMIUM PIC 9(5)V99.
               10  BO-POOL-ID            PIC X(8).
               10  BO-INVESTOR-NAME      PIC X(30).
               10  BO-BANK-ROUTING-NO    PIC X(9).
               10  BO-BANK-ACCOUNT-NO    PIC X(17).
               10  FILLER                PIC X(15).
           05  BO-HEADER-BODY REDEFINES BO-LOAN-BODY.
               10  BO-FILE-DATE          PIC X(10).
               10  BO-SENDER-ID          PIC X(8).
               10  FILLER                PIC X(281).
           05  BO-TRAILER-BODY REDEFINES BO-LOAN-BODY.
               10  BO-LOAN-COUNT         PIC 9(7).
               10  BO-FUNDED-TOTAL       PIC 9(11)V99.
               10  FILLER                PIC X(279).
