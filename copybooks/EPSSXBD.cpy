      *****************************************************************
      *    EPSSXBD                                                   *
      *    SERVICING-TRANSFER BOARDING RECORD LAYOUT - THE 300-BYTE  *
      *    BOARDOUT FILE DBBSXFR HANDS TO THE NEW SERVICER.  EVERY   *
      *    RECORD STARTS WITH A TYPE AND THE MORTGAGE ACCOUNT; THE   *
      *    BODY IS ONE OF SIX VIEWS OF THE SAME 287 BYTES:           *
      *      H  HEADER  - ONE, FIRST: TRANSFER DATE, NEW SERVICER,   *
      *                   CREATION DATE.  ACCOUNT IS SPACES.         *
      *      L  LOAN    - ONE PER LOAN: BORROWER, TERMS, BALANCE,    *
      *                   SCHEDULED P&I (FIRST SCHEDULE ROW),        *
      *                   ACCRUED INTEREST, POOL AND INVESTOR, THE   *
      *                   AUTOPAY FLAG, ANY LEGAL HOLD IN FORCE AND  *
      *                   ANY LOSS-MITIGATION PLAN PENDING OR IN     *
      *                   FORCE.                                     *
      *      E  ESCROW  - ONE PER LOAN WITH AN ESCROW OR MORTGAGE-   *
      *                   INSURANCE ROW: BALANCES AND COVERAGE.      *
      *      F  FEES    - ONE PER LOAN WITH A LATE-FEE ROW.          *
      *      P  HISTORY - ONE PER PAYHIST ROW, IN POSTING ORDER.     *
      *      T  TRAILER - ONE, LAST: RECORD COUNTS BY TYPE AND       *
      *                   MONEY TOTALS; THE RECEIVER MUST REFUSE A   *
      *                   FILE WHOSE TRAILER DOES NOT AGREE.         *
      *    THE L, E, F AND P RECORDS OF A LOAN ARE WRITTEN TOGETHER  *
      *    IN THAT ORDER.  AMOUNTS ARE UNSIGNED ZONED DECIMAL WITH   *
      *    AN IMPLIED POINT EXCEPT BD-ES-SHORTAGE, WHOSE SIGN IS     *
      *    OVERPUNCHED ON THE LAST DIGIT (NEGATIVE MEANS SURPLUS).   *
      *****************************************************************
           05  BD-RECORD-TYPE            PIC X(1).
               88  BD-TYPE-HEADER        VALUE 'H'.
               88  BD-TYPE-LOAN          VALUE 'L'.
               88  BD-TYPE-ESCROW        VALUE 'E'.
               88  BD-TYPE-FEE           VALUE 'F'.
               88  BD-TYPE-HISTORY       VALUE 'P'.
               88  BD-TYPE-TRAILER       VALUE 'T'.
           05  BD-MORTGAGE-ACCT-NO       PIC X(12).
           05  BD-HEADER-BODY.
               10  BD-TRANSFER-DATE      PIC X(10).
               10  BD-NEW-SERVICER-ID    PIC X(8).
               10  BD-NEW-SERVICER-NAME  PIC X(30).
               10  BD-CREATED-DATE       PIC X(10).
               10  FILLER                PIC X(229).
           05  BD-LOAN-BODY REDEFINES BD-HEADER-BODY.
               10  BD-CUSTOMER-ID        PIC X(10).
               10  BD-CUSTOMER-NAME      PIC X(30).
               10  BD-CUSTOMER-ADDRESS   PIC X(40).
               10  BD-LOAN-TYPE          PIC X(4).
               10  BD-PROPERTY-VALUE     PIC 9(9)V99.
               10  BD-LOAN-AMOUNT        PIC 9(9)V99.
               10  BD-INTEREST-RATE      PIC 9(2)V999.
               10  BD-LOAN-TERM-MONTHS   PIC 9(3).
               10  BD-CURRENT-BALANCE    PIC 9(9)V99.
               10  BD-ORIGINATION-DATE   PIC X(10).
               10  BD-CREDIT-SCORE       PIC 9(3).
               10  BD-SCORE-DATE         PIC X(10).
               10  BD-MONTHLY-PI         PIC 9(7)V99.
               10  BD-ACCRUED-INTEREST   PIC 9(7)V99.
               10  BD-LAST-ACCRUAL-DATE  PIC X(10).
               10  BD-POOL-ID            PIC X(8).
               10  BD-INVESTOR-NAME      PIC X(30).
      *        Y - AN AUTOPAY ENROLLMENT WAS CANCELLED AT TRANSFER.  *
               10  BD-AUTOPAY-CANCELLED  PIC X(1).
      *        SPACES WHEN NO BK/FC/LIT HOLD IS IN FORCE.            *
               10  BD-HOLD-TYPE          PIC X(3).
               10  BD-HOLD-CASE-NUMBER   PIC X(20).
               10  BD-HOLD-FILING-DATE   PIC X(10).
      *        SPACES WHEN NO PLAN IS PENDING (P) OR ACTIVE (A).     *
      *        TYPE F FORBEARANCE OR M MODIFICATION; NEW RATE AND    *
      *        TERM ARE ZERO WHEN THE PLAN DOES NOT CHANGE THEM.     *
               10  BD-PLAN-TYPE          PIC X(1).
               10  BD-PLAN-STATUS        PIC X(1).
               10  BD-PLAN-START-DATE    PIC X(10).
               10  BD-PLAN-END-DATE      PIC X(10).
               10  BD-PLAN-NEW-RATE      PIC 9(2)V999.
               10  BD-PLAN-NEW-TERM      PIC 9(3).
               10  BD-PLAN-PAYMENT       PIC 9(7)V99.
           05  BD-ESCROW-BODY REDEFINES BD-HEADER-BODY.
      *        Y - ESCROWED; N - MORTGAGE INSURANCE ONLY.            *
               10  BD-ES-ESCROWED        PIC X(1).
               10  BD-ES-ANNUAL-TAX      PIC 9(7)V99.
               10  BD-ES-ANNUAL-INS      PIC 9(7)V99.
               10  BD-ES-MONTHLY-ESCROW  PIC 9(7)V99.
               10  BD-ES-ESCROW-BALANCE  PIC 9(9)V99.
               10  BD-ES-SHORTAGE        PIC S9(7)V99.
               10  BD-ES-ANALYSIS-DATE   PIC X(10).
      *        MORTGAGE INSURANCE - STATUS SPACES WHEN UNINSURED.    *
               10  BD-MI-CARRIER-NAME    PIC X(20).
               10  BD-MI-CERTIFICATE-NO  PIC X(15).
               10  BD-MI-MONTHLY-PREMIUM PIC 9(5)V99.
               10  BD-MI-ORIGINAL-VALUE  PIC 9(9)V99.
               10  BD-MI-STATUS          PIC X(1).
               10  BD-MI-EFFECTIVE-DATE  PIC X(10).
               10  BD-MI-CANCEL-DATE     PIC X(10).
               10  FILLER                PIC X(155).
           05  BD-FEE-BODY REDEFINES BD-HEADER-BODY.
               10  BD-LF-FEE-BALANCE     PIC 9(7)V99.
               10  BD-LF-LAST-ASSESS-DATE PIC X(10).
               10  BD-LF-TOTAL-ASSESSED  PIC 9(9)V99.
               10  BD-LF-TOTAL-COLLECTED PIC 9(9)V99.
               10  BD-LF-TOTAL-WAIVED    PIC 9(9)V99.
               10  FILLER                PIC X(235).
           05  BD-HISTORY-BODY REDEFINES BD-HEADER-BODY.
               10  BD-PH-PAYMENT-SEQ     PIC 9(5).
               10  BD-PH-TRANS-TYPE      PIC X(1).
               10  BD-PH-TRANS-AMOUNT    PIC 9(7)V99.
               10  BD-PH-PRINCIPAL-APPLIED PIC 9(7)V99.
               10  BD-PH-BALANCE-AFTER   PIC 9(9)V99.
               10  BD-PH-POST-DATE       PIC X(10).
               10  BD-PH-FEE-APPLIED     PIC 9(7)V99.
               10  BD-PH-INTEREST-APPLIED PIC 9(7)V99.
               10  BD-PH-PREMIUM-APPLIED PIC 9(7)V99.
               10  FILLER                PIC X(215).
           05  BD-TRAILER-BODY REDEFINES BD-HEADER-BODY.
               10  BD-LOAN-COUNT         PIC 9(7).
               10  BD-ESCROW-COUNT       PIC 9(7).
               10  BD-FEE-COUNT          PIC 9(7).
               10  BD-HISTORY-COUNT      PIC 9(9).
      *        EVERY RECORD ON THE FILE, HEADER AND TRAILER INCLUDED.*
               10  BD-RECORD-COUNT       PIC 9(9).
               10  BD-PRINCIPAL-TOTAL    PIC 9(11)V99.
               10  BD-ESCROW-TOTAL       PIC 9(11)V99.
               10  BD-FEE-TOTAL          PIC 9(11)V99.
               10  BD-ACCRUED-TOTAL      PIC 9(11)V99.
               10  FILLER                PIC X(196).
